      ******************************************************************
      * Author:Noemi Correa
      * Date:15/10/2026
      * Purpose: Relatorio mensal de gestao para a administracao: os
      *          resumos do FECHO_MES (faturacao a clientes, vendas
      *          das lojas de roupa, livraria e gas) do mes pedido
      *          lado a lado com o mesmo mes do ano anterior e com o
      *          acumulado do ano contra o acumulado do ano anterior
      *          ate ao mesmo mes; junta os indicadores dos outros
      *          sistemas - ticket medio das lojas (dos arquivos
      *          mensais de vendas), m3 de gas faturados, valor do
      *          stock do VALORMES, funcionarios e custo com pessoal
      *          dos recibos de vencimento - e os saldos em aberto a
      *          receber; as variacoes acima da percentagem indicada
      *          ficam assinaladas; sai num spool proprio com a data
      *          de negocio no nome
      * Tectonics: cobc
      ******************************************************************
        IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO_GESTAO.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESUMOMES ASSIGN TO
           WS-PATH-RESUMOMES
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-RESUMOMES.
           SELECT VENMESARQ ASSIGN TO
           WS-PATH-VENMESARQ
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-VENMESARQ.
           SELECT FICH-FATURA-MES ASSIGN TO
           WS-PATH-FATURA-MES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FM-CHAVE
           FILE STATUS IS WS-FS-FATURAMES.
           SELECT VALORMES ASSIGN TO
           WS-PATH-VALORMES
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-VALORMES.
           SELECT RECIBOS ASSIGN TO
           WS-PATH-RECIBOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-RECIBOS.
           SELECT FATURAOUT ASSIGN TO
           WS-PATH-FATURAOUT
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-FATURAOUT.
           SELECT RECEBIMENTOS ASSIGN TO
           WS-PATH-RECEBIMENTOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-RECEBIMENTOS.
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
      *-----------------------
      * resumo mensal do FECHO_MES: um registo por sistema e mes
      *-----------------------
       FD RESUMOMES.
           01 RESUMOMES-REG.
               03 RSM-ANOMES              PIC 9(06).
               03 RSM-FONTE               PIC X(08).
               03 RSM-REGISTOS            PIC 9(07).
               03 RSM-TOTAL               PIC S9(09)V99.

      *-----------------------
      * arquivo mensal das vendas das lojas (VENARQ.AAAAMM), com as
      * linhas de VENDASOUT do mes
      *-----------------------
       FD VENMESARQ.
       COPY VENOUT
           REPLACING ==:PFX:== BY ==VDL==
                     ==:TRL:== BY ==VOT==.

       FD FICH-FATURA-MES.
       COPY FATMES
           REPLACING ==:REC:== BY ==FATURA-MES-REG==
                     ==:PFX:== BY ==FM==.

      *-----------------------
      * valorizacao do inventario por mes do GESTAO_STOCK (o registo
      * mais recente de cada ano/mes e o que vale)
      *-----------------------
       FD VALORMES.
           01 VALORMES-REG.
               03 VLM-ANOMES              PIC 9(06).
               03 VLM-TOTAL               PIC 9(10)V99.

      *-----------------------
      * recibos de vencimento de DADOS_FUNCIONARIOS - o desenho tem
      * de bater certo com o de la
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

      *-----------------------
      * faturas e recebimentos do FATURA_CLIENTE
      *-----------------------
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

       FD DATAPROC.
           01 DATAPROC-REG.
               03 DP-DATA                 PIC 9(08).
               03 DP-ESTADO               PIC X(01).

       FD SPOOL.
           01 SPOOL-REG                   PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-PATH-RESUMOMES        PIC X(100).
       77 WS-PATH-VENMESARQ        PIC X(100).
       77 WS-PATH-FATURA-MES       PIC X(100).
       77 WS-PATH-VALORMES         PIC X(100).
       77 WS-PATH-RECIBOS          PIC X(100).
       77 WS-PATH-FATURAOUT        PIC X(100).
       77 WS-PATH-RECEBIMENTOS     PIC X(100).
       77 WS-PATH-DATAPROC         PIC X(100).
       77 WS-PATH-SPOOL            PIC X(100).
       77 WS-FS-RESUMOMES          PIC XX.
       77 WS-FS-VENMESARQ          PIC XX.
       77 WS-FS-FATURAMES          PIC XX.
       77 WS-FS-VALORMES           PIC XX.
       77 WS-FS-RECIBOS            PIC XX.
       77 WS-FS-FATURAOUT          PIC XX.
       77 WS-FS-RECEBIMENTOS       PIC XX.
       77 WS-FS-DATAPROC           PIC XX.
       77 WS-FS-SPOOL              PIC XX.
       77 WS-ENDOFF                PIC X(01) VALUE SPACES.
       77 WS-DATA-PROCESSAMENTO    PIC 9(08) VALUE ZEROS.
       77 WS-SPOOL-LINHA           PIC X(132).
       77 WS-SPOOL-ABERTO          PIC 9 VALUE 0.
       77 WS-EXCEDIDOS             PIC 9(05) VALUE ZEROS.
       77 WS-AVISOS                PIC 9(03) VALUE ZEROS.

      *-----------------------
      * mes do relatorio, mes homologo e percentagem a assinalar
      *-----------------------
           01 WS-ANOMES                PIC 9(06).
           01 WS-ANOMES-R REDEFINES WS-ANOMES.
               03 WS-ANO               PIC 9(04).
               03 WS-MES               PIC 9(02).
       77 WS-ANO-ANTERIOR          PIC 9(04).
       77 WS-LIMIAR                PIC 9(03).
       77 WS-LIMIAR-OMISSAO        PIC 9(03) VALUE 10.
       77 WS-TAXA-SS-EMPRESA       PIC 9(02)V99 VALUE 23,75.

      *-----------------------
      * valores por mes: ano 1 o do relatorio, ano 2 o anterior;
      * indicadores 1 faturas, 2 vendas, 3 livros, 4 gas do resumo,
      * 5 gas das faturas (para os meses fechados antes de o resumo
      * ter a linha de gas), 6 tickets, 7 m3 de gas, 8 funcionarios,
      * 9 custo com pessoal, 10 valor do stock
      *-----------------------
           01 WS-TAB-MESES.
               03 WS-MT-ANO OCCURS 2 TIMES.
                   05 WS-MT-MES OCCURS 12 TIMES.
                       07 WS-MT-IND OCCURS 10 TIMES.
                           09 WS-MT-VALOR   PIC S9(11)V99.
                           09 WS-MT-TEM     PIC 9(01).
       77 WS-MT-A                  PIC 9(01).
       77 WS-MT-M                  PIC 9(02).
       77 WS-MT-I                  PIC 9(02).
       77 WS-ACM-ANOMES            PIC 9(06).
       77 WS-ACM-IND               PIC 9(02).
       77 WS-ACM-VALOR             PIC S9(11)V99.

      *-----------------------
      * linha do relatorio: 1 mes, 2 mes homologo, 3 acumulado do
      * ano, 4 acumulado do ano anterior
      *-----------------------
           01 WS-LINHA-VALORES.
               03 WS-LV-COLUNA OCCURS 4 TIMES.
                   05 WS-LV-VALOR          PIC S9(11)V99.
                   05 WS-LV-TEM            PIC 9(01).
       77 WS-LV-C                  PIC 9(01).
       77 WS-LV-ROTULO             PIC X(28).
       77 WS-LV-INTEIRO            PIC 9(01).
       77 WS-LV-SO-MES             PIC 9(01).
       77 WS-LV-MEDIA              PIC 9(01).
       77 WS-LV-MESES              PIC 9(02).
       77 WS-LV-MEDIA-INT          PIC 9(07).
       77 WS-VAR-PCT               PIC S9(07)V9.
       77 WS-MARCA-MES             PIC 9(01).
       77 WS-MARCA-ANO             PIC 9(01).
       77 WS-ASSINALADAS           PIC 9(03) VALUE ZEROS.
       77 WS-TICKETS-MES           PIC 9(01).

      *-----------------------
      * totais de vendas e servicos, e vendas e tickets dos meses
      * com arquivo de vendas para o ticket medio, por coluna
      *-----------------------
           01 WS-TOTAIS-COLUNA.
               03 WS-TC-COLUNA OCCURS 4 TIMES.
                   05 WS-TC-VENDAS         PIC S9(11)V99.
                   05 WS-TC-TICKETS        PIC S9(11)V99.
                   05 WS-TC-TOTAL          PIC S9(11)V99.
                   05 WS-TC-TOTAL-TEM      PIC 9(01).

      *    quebra de ticket nos arquivos de vendas
       77 WS-TK-DATA               PIC 9(08).
       77 WS-TK-LOJA               PIC 9(02).
       77 WS-TK-NUM                PIC 9(06).

      *-----------------------
      * saldos em aberto a receber na data do relatorio
      *-----------------------
       77 WS-NUM-DOCS              PIC 9(03) VALUE ZEROS.
       77 WS-IDX                   PIC 9(03).
       77 WS-DOC-OK                PIC 9 VALUE 0.
           01 WS-TAB-DOCS.
               03 WS-DOC-ENTRY OCCURS 500 TIMES.
                   05 WS-DOC-NUM           PIC 9(06).
                   05 WS-DOC-TIPO          PIC X(02).
                   05 WS-DOC-TOTAL         PIC S9(09)V99.
                   05 WS-DOC-RECEBIDO      PIC 9(09)V99.
       77 WS-SALDO-DOC             PIC S9(09)V99.
       77 WS-ABERTO-CLI-CONT       PIC 9(05) VALUE ZEROS.
       77 WS-ABERTO-CLI-TOTAL      PIC S9(11)V99 VALUE ZEROS.
       77 WS-ABERTO-GAS-CONT       PIC 9(05) VALUE ZEROS.
       77 WS-ABERTO-GAS-TOTAL      PIC S9(11)V99 VALUE ZEROS.
       77 WS-ABERTO-GAS-EXTERNA    PIC S9(11)V99 VALUE ZEROS.

       77 WS-EDT-VALOR             PIC ----.---.--9,99.
       77 WS-EDT-INTEIRO           PIC ZZZ.ZZZ.ZZ9.
       77 WS-EDT-PCT               PIC ----9,9.
       77 WS-EDT-LIMIAR            PIC ZZ9.
       77 WS-EDT-TAXA              PIC Z9,99.
       77 WS-EDT-CONT              PIC ZZZZ9.
       77 WS-EDT-DATA              PIC X(10).

       PROCEDURE DIVISION.
       0-INICIALIZAR.
           ACCEPT WS-PATH-RESUMOMES FROM ENVIRONMENT "RESUMOMES_PATH"
           IF WS-PATH-RESUMOMES EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/RESUMOMES.txt'
                   TO WS-PATH-RESUMOMES
           END-IF
           ACCEPT WS-PATH-FATURA-MES FROM ENVIRONMENT "FATURAMES_PATH"
           IF WS-PATH-FATURA-MES EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/FATURAMES.txt'
                   TO WS-PATH-FATURA-MES
           END-IF
           ACCEPT WS-PATH-VALORMES FROM ENVIRONMENT "VALORMES_PATH"
           IF WS-PATH-VALORMES EQUAL SPACES
               MOVE
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\valmes.txt'
                   TO WS-PATH-VALORMES
           END-IF
           ACCEPT WS-PATH-RECIBOS FROM ENVIRONMENT "RECIBOS_PATH"
           IF WS-PATH-RECIBOS EQUAL SPACES
               MOVE
       'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\recibos.txt'
                   TO WS-PATH-RECIBOS
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
           PERFORM OBTER-DATA-PROCESSAMENTO
           INITIALIZE WS-TAB-MESES.

       0-PRINCIPAL.
           DISPLAY '-------//RELATORIO DE GESTAO DO MES//-------'
           DISPLAY 'MES DO RELATORIO (AAAAMM, 0 = MES ANTERIOR AO DA '
               'DATA DE NEGOCIO): '
           ACCEPT WS-ANOMES
           IF WS-ANOMES EQUAL ZEROS
               MOVE WS-DATA-PROCESSAMENTO (1:6) TO WS-ANOMES
               SUBTRACT 1 FROM WS-MES
               IF WS-MES EQUAL ZEROS
                   MOVE 12 TO WS-MES
                   SUBTRACT 1 FROM WS-ANO
               END-IF
           END-IF
           IF WS-MES < 1 OR WS-MES > 12
               DISPLAY '*** MES INVALIDO: ' WS-ANOMES ' ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-ANO-ANTERIOR = WS-ANO - 1
           MOVE WS-LIMIAR-OMISSAO TO WS-EDT-LIMIAR
           DISPLAY 'PERCENTAGEM DE VARIACAO A ASSINALAR (0 = '
               WS-EDT-LIMIAR '%): '
           ACCEPT WS-LIMIAR
           IF WS-LIMIAR EQUAL ZEROS
               MOVE WS-LIMIAR-OMISSAO TO WS-LIMIAR
           END-IF

           PERFORM LER-RESUMOS
           PERFORM LER-FATURAS-GAS
           PERFORM CONTAR-TICKETS
           PERFORM LER-VALORMES
           PERFORM LER-RECIBOS
           PERFORM APURAR-SALDOS-CLIENTES THRU
               APURAR-SALDOS-CLIENTES-FIM

           PERFORM ABRIR-SPOOL
           PERFORM IMPRIMIR-CABECALHO
           PERFORM IMPRIMIR-VENDAS
           PERFORM IMPRIMIR-INDICADORES
           PERFORM IMPRIMIR-SALDOS
           PERFORM IMPRIMIR-NOTAS
           PERFORM FECHAR-SPOOL
           IF WS-AVISOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *-----------------------
      * guarda WS-ACM-VALOR no indicador WS-ACM-IND do mes
      * WS-ACM-ANOMES, se o mes for do ano do relatorio ou do
      * anterior e nao passar do mes do relatorio
      *-----------------------
       ACUMULAR-MES.
           MOVE ZEROS TO WS-MT-A
           IF WS-ACM-ANOMES (1:4) EQUAL WS-ANO
               MOVE 1 TO WS-MT-A
           END-IF
           IF WS-ACM-ANOMES (1:4) EQUAL WS-ANO-ANTERIOR
               MOVE 2 TO WS-MT-A
           END-IF
           MOVE WS-ACM-ANOMES (5:2) TO WS-MT-M
           IF WS-MT-A > ZEROS
            AND WS-MT-M >= 1 AND WS-MT-M <= WS-MES
               ADD WS-ACM-VALOR
                   TO WS-MT-VALOR (WS-MT-A, WS-MT-M, WS-ACM-IND)
               MOVE 1 TO WS-MT-TEM (WS-MT-A, WS-MT-M, WS-ACM-IND)
           END-IF.

      *-----------------------
      * resumos do FECHO_MES: faturas, vendas, livros e gas
      *-----------------------
       LER-RESUMOS.
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT RESUMOMES
           IF WS-FS-RESUMOMES NOT EQUAL "00"
               DISPLAY ' AVISO: RESUMOMES NAO DISPONIVEL - FILE '
                   'STATUS: ' WS-FS-RESUMOMES
               ADD 1 TO WS-AVISOS
           ELSE
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ RESUMOMES
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       MOVE ZEROS TO WS-ACM-IND
                       EVALUATE RSM-FONTE
                           WHEN 'FATURAS '
                               MOVE 1 TO WS-ACM-IND
                           WHEN 'VENDAS  '
                               MOVE 2 TO WS-ACM-IND
                           WHEN 'LIVROS  '
                               MOVE 3 TO WS-ACM-IND
                           WHEN 'GAS     '
                               MOVE 4 TO WS-ACM-IND
                       END-EVALUATE
                       IF WS-ACM-IND > ZEROS
                           MOVE RSM-ANOMES TO WS-ACM-ANOMES
                           MOVE RSM-TOTAL TO WS-ACM-VALOR
                           PERFORM ACUMULAR-MES
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RESUMOMES
           END-IF
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * faturas de gas pela data de emissao: os m3 faturados e o
      * valor (que so conta nos meses cujo resumo nao tem a linha de
      * gas); e os saldos das faturas em aberto
      *-----------------------
       LER-FATURAS-GAS.
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT FICH-FATURA-MES
           IF WS-FS-FATURAMES NOT EQUAL "00"
               DISPLAY ' AVISO: FATURAMES NAO DISPONIVEL - FILE '
                   'STATUS: ' WS-FS-FATURAMES
               ADD 1 TO WS-AVISOS
           ELSE
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ FICH-FATURA-MES NEXT RECORD
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       IF FM-DATA-EMISSAO IS NUMERIC
                        AND FM-DATA-EMISSAO > ZEROS
                           MOVE FM-DATA-EMISSAO (1:6) TO WS-ACM-ANOMES
                           MOVE 5 TO WS-ACM-IND
                           MOVE FM-VALOR-A-PAGAR TO WS-ACM-VALOR
                           PERFORM ACUMULAR-MES
                           IF FM-SUB-CHAVE EQUAL ZEROS
                               MOVE 7 TO WS-ACM-IND
                               MOVE FM-CONSUMO-M3 TO WS-ACM-VALOR
                               PERFORM ACUMULAR-MES
                           END-IF
                       END-IF
                       IF FM-ESTADO-PAGAMENTO EQUAL 'A'
                        AND FM-VALOR-A-PAGAR > FM-VALOR-PAGO-ACUM
                           ADD 1 TO WS-ABERTO-GAS-CONT
                           COMPUTE WS-SALDO-DOC =
                               FM-VALOR-A-PAGAR - FM-VALOR-PAGO-ACUM
                           ADD WS-SALDO-DOC TO WS-ABERTO-GAS-TOTAL
                           IF FM-COBRANCA-EXTERNA EQUAL 'E'
                               ADD WS-SALDO-DOC
                                   TO WS-ABERTO-GAS-EXTERNA
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FICH-FATURA-MES
           END-IF
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * tickets das lojas de roupa: um por data/loja/ticket nos
      * arquivos mensais de vendas (as linhas de devolucao nao
      * contam), para cada mes dos dois anos ate ao mes pedido
      *-----------------------
       CONTAR-TICKETS.
           PERFORM VARYING WS-MT-A FROM 1 BY 1 UNTIL WS-MT-A > 2
               PERFORM VARYING WS-MT-M FROM 1 BY 1
                   UNTIL WS-MT-M > WS-MES
                   PERFORM CONTAR-TICKETS-MES
               END-PERFORM
           END-PERFORM.

       CONTAR-TICKETS-MES.
           IF WS-MT-A EQUAL 1
               MOVE WS-ANO TO WS-ACM-ANOMES (1:4)
           ELSE
               MOVE WS-ANO-ANTERIOR TO WS-ACM-ANOMES (1:4)
           END-IF
           MOVE WS-MT-M TO WS-ACM-ANOMES (5:2)
           MOVE SPACES TO WS-PATH-VENMESARQ
           STRING 'VENARQ.' DELIMITED BY SIZE
                  WS-ACM-ANOMES DELIMITED BY SIZE
               INTO WS-PATH-VENMESARQ
           END-STRING
           MOVE ZEROS TO WS-TK-DATA
           MOVE ZEROS TO WS-TK-LOJA
           MOVE ZEROS TO WS-TK-NUM
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT VENMESARQ
           IF WS-FS-VENMESARQ EQUAL "00"
               MOVE 1 TO WS-MT-TEM (WS-MT-A, WS-MT-M, 6)
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ VENMESARQ
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       IF VOT-MARCA NOT EQUAL '*HEADER* '
                        AND VOT-MARCA NOT EQUAL '*TRAILER*'
                        AND VDL-PROMO-ARTIGO NOT EQUAL 'D'
                        AND VDL-PROMO-ARTIGO NOT EQUAL 'R'
                           IF VDL-DATA-VENDA NOT EQUAL WS-TK-DATA
                            OR VDL-COD-LOJA NOT EQUAL WS-TK-LOJA
                            OR VDL-NUM-TICKET NOT EQUAL WS-TK-NUM
                               ADD 1
                                 TO WS-MT-VALOR (WS-MT-A, WS-MT-M, 6)
                               MOVE VDL-DATA-VENDA TO WS-TK-DATA
                               MOVE VDL-COD-LOJA TO WS-TK-LOJA
                               MOVE VDL-NUM-TICKET TO WS-TK-NUM
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE VENMESARQ
           END-IF
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * valor do stock no fim de cada mes: o ultimo registo do mes
      *-----------------------
       LER-VALORMES.
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT VALORMES
           IF WS-FS-VALORMES NOT EQUAL "00"
               DISPLAY ' AVISO: VALORMES NAO DISPONIVEL - FILE STATUS: '
                   WS-FS-VALORMES
           ELSE
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ VALORMES
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       MOVE VLM-ANOMES TO WS-ACM-ANOMES
                       MOVE 10 TO WS-ACM-IND
                       MOVE ZEROS TO WS-ACM-VALOR
                       PERFORM ACUMULAR-MES
                       IF WS-MT-A > ZEROS
                        AND WS-MT-M >= 1 AND WS-MT-M <= WS-MES
                           MOVE VLM-TOTAL
                             TO WS-MT-VALOR (WS-MT-A, WS-MT-M, 10)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE VALORMES
           END-IF
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * recibos de vencimento: funcionarios com recibo de
      * vencimento no mes, e custo com pessoal de todos os recibos
      * do mes (bruto, subsidio de alimentacao e seguranca social a
      * cargo da empresa sobre o bruto)
      *-----------------------
       LER-RECIBOS.
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT RECIBOS
           IF WS-FS-RECIBOS NOT EQUAL "00"
               DISPLAY ' AVISO: RECIBOS NAO DISPONIVEL - FILE STATUS: '
                   WS-FS-RECIBOS
               ADD 1 TO WS-AVISOS
           ELSE
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ RECIBOS
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       MOVE RS-ANOMES TO WS-ACM-ANOMES
                       IF RS-TIPO EQUAL 'S'
                           MOVE 8 TO WS-ACM-IND
                           MOVE 1 TO WS-ACM-VALOR
                           PERFORM ACUMULAR-MES
                       END-IF
                       MOVE 9 TO WS-ACM-IND
                       COMPUTE WS-ACM-VALOR ROUNDED =
                           RS-VALOR-TOTAL + RS-SUBSIDIO-ALIM
                           + RS-VALOR-TOTAL * WS-TAXA-SS-EMPRESA / 100
                       PERFORM ACUMULAR-MES
                   END-READ
               END-PERFORM
               CLOSE RECIBOS
           END-IF
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * faturas de clientes em aberto: total de cada fatura ou nota
      * de credito menos o recebido (como na previsao de tesouraria)
      *-----------------------
       APURAR-SALDOS-CLIENTES.
           MOVE ZEROS TO WS-NUM-DOCS
           MOVE 0 TO WS-DOC-OK
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT FATURAOUT
           IF WS-FS-FATURAOUT NOT EQUAL "00"
               DISPLAY ' AVISO: FATURAOUT NAO DISPONIVEL - SALDOS DE '
                   'CLIENTES FORA DO RELATORIO'
               GO TO APURAR-SALDOS-CLIENTES-FIM
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
                       PERFORM GUARDAR-DOCUMENTO
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

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-DOCS
               COMPUTE WS-SALDO-DOC =
                   WS-DOC-TOTAL (WS-IDX) - WS-DOC-RECEBIDO (WS-IDX)
               IF WS-DOC-TIPO (WS-IDX) EQUAL 'NC'
                   COMPUTE WS-SALDO-DOC = 0 - WS-SALDO-DOC
               END-IF
               IF WS-SALDO-DOC NOT EQUAL ZEROS
                   ADD 1 TO WS-ABERTO-CLI-CONT
                   ADD WS-SALDO-DOC TO WS-ABERTO-CLI-TOTAL
               END-IF
           END-PERFORM.

       APURAR-SALDOS-CLIENTES-FIM.
           MOVE SPACES TO WS-ENDOFF.

       GUARDAR-DOCUMENTO.
           MOVE 0 TO WS-DOC-OK
           IF FCL-CAB-TIPO-DOC NOT EQUAL 'OR'
            AND FCL-CAB-TIPO-DOC NOT EQUAL 'GR'
            AND FCL-CAB-TIPO-DOC NOT EQUAL 'AD'
               IF WS-NUM-DOCS < 500
                   MOVE 1 TO WS-DOC-OK
                   ADD 1 TO WS-NUM-DOCS
                   MOVE FCL-CAB-NUM-FATURA TO WS-DOC-NUM (WS-NUM-DOCS)
                   MOVE FCL-CAB-TIPO-DOC TO WS-DOC-TIPO (WS-NUM-DOCS)
                   MOVE ZEROS TO WS-DOC-TOTAL (WS-NUM-DOCS)
                   MOVE ZEROS TO WS-DOC-RECEBIDO (WS-NUM-DOCS)
               ELSE
                   ADD 1 TO WS-EXCEDIDOS
               END-IF
           END-IF.

      *-----------------------
      * valores das quatro colunas do indicador WS-MT-I: o mes, o
      * mes homologo e as somas de janeiro ao mes de cada ano (ou a
      * media dos meses com valor, para os funcionarios)
      *-----------------------
       MONTAR-COLUNAS.
           INITIALIZE WS-LINHA-VALORES
           MOVE WS-MT-VALOR (1, WS-MES, WS-MT-I) TO WS-LV-VALOR (1)
           MOVE WS-MT-TEM (1, WS-MES, WS-MT-I) TO WS-LV-TEM (1)
           MOVE WS-MT-VALOR (2, WS-MES, WS-MT-I) TO WS-LV-VALOR (2)
           MOVE WS-MT-TEM (2, WS-MES, WS-MT-I) TO WS-LV-TEM (2)
           IF WS-LV-SO-MES EQUAL 0
               PERFORM VARYING WS-MT-A FROM 1 BY 1 UNTIL WS-MT-A > 2
                   MOVE ZEROS TO WS-LV-MESES
                   PERFORM VARYING WS-MT-M FROM 1 BY 1
                       UNTIL WS-MT-M > WS-MES
                       IF WS-MT-TEM (WS-MT-A, WS-MT-M, WS-MT-I)
                           EQUAL 1
                           ADD WS-MT-VALOR (WS-MT-A, WS-MT-M, WS-MT-I)
                               TO WS-LV-VALOR (WS-MT-A + 2)
                           MOVE 1 TO WS-LV-TEM (WS-MT-A + 2)
                           ADD 1 TO WS-LV-MESES
                       END-IF
                   END-PERFORM
                   IF WS-LV-MEDIA EQUAL 1 AND WS-LV-MESES > ZEROS
                       COMPUTE WS-LV-MEDIA-INT ROUNDED =
                           WS-LV-VALOR (WS-MT-A + 2) / WS-LV-MESES
                       MOVE WS-LV-MEDIA-INT
                           TO WS-LV-VALOR (WS-MT-A + 2)
                   END-IF
               END-PERFORM
           END-IF.

      *    o gas do resumo do mes, ou o das faturas para os meses
      *    fechados antes de o resumo ter a linha de gas
       COMPLETAR-GAS.
           PERFORM VARYING WS-MT-A FROM 1 BY 1 UNTIL WS-MT-A > 2
               PERFORM VARYING WS-MT-M FROM 1 BY 1
                   UNTIL WS-MT-M > WS-MES
                   IF WS-MT-TEM (WS-MT-A, WS-MT-M, 4) EQUAL 0
                    AND WS-MT-TEM (WS-MT-A, WS-MT-M, 1) EQUAL 1
                    AND WS-MT-TEM (WS-MT-A, WS-MT-M, 5) EQUAL 1
                       MOVE WS-MT-VALOR (WS-MT-A, WS-MT-M, 5)
                           TO WS-MT-VALOR (WS-MT-A, WS-MT-M, 4)
                       MOVE 1 TO WS-MT-TEM (WS-MT-A, WS-MT-M, 4)
                   END-IF
               END-PERFORM
           END-PERFORM.

       IMPRIMIR-CABECALHO.
           STRING 'RELATORIO DE GESTAO DO MES ' DELIMITED BY SIZE
                  WS-ANO DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-MES DELIMITED BY SIZE
                  ' - COMPARACAO COM ' DELIMITED BY SIZE
                  WS-ANO-ANTERIOR DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-MES DELIMITED BY SIZE
                  ' E ACUMULADO DO ANO' DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           MOVE WS-DATA-PROCESSAMENTO TO WS-EDT-DATA
           PERFORM EDITAR-DATA
           MOVE WS-LIMIAR TO WS-EDT-LIMIAR
           STRING 'DATA DE NEGOCIO ' DELIMITED BY SIZE
                  WS-EDT-DATA DELIMITED BY SIZE
                  ' - VARIACOES ACIMA DE ' DELIMITED BY SIZE
                  WS-EDT-LIMIAR DELIMITED BY SIZE
                  '% ASSINALADAS COM ***' DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           IF WS-MT-TEM (1, WS-MES, 1) EQUAL 0
            AND WS-MT-TEM (1, WS-MES, 2) EQUAL 0
            AND WS-MT-TEM (1, WS-MES, 3) EQUAL 0
               STRING '*** O MES ' DELIMITED BY SIZE
                      WS-ANOMES DELIMITED BY SIZE
                      ' AINDA NAO TEM RESUMO DO FECHO DE MES - '
                          DELIMITED BY SIZE
                      'VENDAS DO MES SEM VALOR ***' DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
               ADD 1 TO WS-AVISOS
           END-IF
           PERFORM ESCREVER-SPOOL
           MOVE 'INDICADOR' TO WS-SPOOL-LINHA
           MOVE '            MES' TO WS-SPOOL-LINHA (30:15)
           MOVE '   MES HOMOLOGO' TO WS-SPOOL-LINHA (46:15)
           MOVE '   VAR.' TO WS-SPOOL-LINHA (62:8)
           MOVE '  ACUMULADO ANO' TO WS-SPOOL-LINHA (71:15)
           MOVE '  ACUM. ANO ANT' TO WS-SPOOL-LINHA (87:15)
           MOVE '   VAR.' TO WS-SPOOL-LINHA (103:8)
           PERFORM ESCREVER-SPOOL
           MOVE ALL '-' TO WS-SPOOL-LINHA (1:120)
           PERFORM ESCREVER-SPOOL.

      *-----------------------
      * volume de negocios por sistema e total
      *-----------------------
       IMPRIMIR-VENDAS.
           PERFORM COMPLETAR-GAS
           INITIALIZE WS-TOTAIS-COLUNA
           MOVE 0 TO WS-LV-INTEIRO
           MOVE 0 TO WS-LV-SO-MES
           MOVE 0 TO WS-LV-MEDIA
           PERFORM VARYING WS-MT-I FROM 1 BY 1 UNTIL WS-MT-I > 4
               EVALUATE WS-MT-I
                   WHEN 1
                       MOVE 'FATURACAO A CLIENTES' TO WS-LV-ROTULO
                   WHEN 2
                       MOVE 'VENDAS DAS LOJAS DE ROUPA'
                           TO WS-LV-ROTULO
                   WHEN 3
                       MOVE 'VENDAS DA LIVRARIA' TO WS-LV-ROTULO
                   WHEN 4
                       MOVE 'FATURACAO DO GAS' TO WS-LV-ROTULO
               END-EVALUATE
               PERFORM MONTAR-COLUNAS
               PERFORM VARYING WS-LV-C FROM 1 BY 1 UNTIL WS-LV-C > 4
                   IF WS-LV-TEM (WS-LV-C) EQUAL 1
                       ADD WS-LV-VALOR (WS-LV-C)
                           TO WS-TC-TOTAL (WS-LV-C)
                       MOVE 1 TO WS-TC-TOTAL-TEM (WS-LV-C)
                   END-IF
               END-PERFORM
               PERFORM IMPRIMIR-LINHA
           END-PERFORM
           MOVE ALL '-' TO WS-SPOOL-LINHA (30:81)
           PERFORM ESCREVER-SPOOL
           INITIALIZE WS-LINHA-VALORES
           PERFORM VARYING WS-LV-C FROM 1 BY 1 UNTIL WS-LV-C > 4
               MOVE WS-TC-TOTAL (WS-LV-C) TO WS-LV-VALOR (WS-LV-C)
               MOVE WS-TC-TOTAL-TEM (WS-LV-C) TO WS-LV-TEM (WS-LV-C)
           END-PERFORM
           MOVE 'TOTAL VENDAS E SERVICOS' TO WS-LV-ROTULO
           PERFORM IMPRIMIR-LINHA
           PERFORM ESCREVER-SPOOL.

      *-----------------------
      * indicadores dos outros sistemas
      *-----------------------
       IMPRIMIR-INDICADORES.
           MOVE 'INDICADORES' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE 0 TO WS-LV-SO-MES
           MOVE 0 TO WS-LV-MEDIA

           MOVE 6 TO WS-MT-I
           MOVE 1 TO WS-LV-INTEIRO
           PERFORM MONTAR-COLUNAS
           MOVE 'TICKETS DAS LOJAS DE ROUPA' TO WS-LV-ROTULO
           PERFORM IMPRIMIR-LINHA

      *    ticket medio: vendas das lojas pelos tickets, so com os
      *    meses que tem resumo de vendas e arquivo de vendas
           INITIALIZE WS-LINHA-VALORES
           PERFORM VARYING WS-MT-A FROM 1 BY 1 UNTIL WS-MT-A > 2
               PERFORM VARYING WS-MT-M FROM 1 BY 1
                   UNTIL WS-MT-M > WS-MES
                   IF WS-MT-TEM (WS-MT-A, WS-MT-M, 2) EQUAL 1
                    AND WS-MT-TEM (WS-MT-A, WS-MT-M, 6) EQUAL 1
                       IF WS-MT-M EQUAL WS-MES
                           MOVE WS-MT-VALOR (WS-MT-A, WS-MT-M, 2)
                               TO WS-TC-VENDAS (WS-MT-A)
                           MOVE WS-MT-VALOR (WS-MT-A, WS-MT-M, 6)
                               TO WS-TC-TICKETS (WS-MT-A)
                       END-IF
                       ADD WS-MT-VALOR (WS-MT-A, WS-MT-M, 2)
                           TO WS-TC-VENDAS (WS-MT-A + 2)
                       ADD WS-MT-VALOR (WS-MT-A, WS-MT-M, 6)
                           TO WS-TC-TICKETS (WS-MT-A + 2)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-LV-C FROM 1 BY 1 UNTIL WS-LV-C > 4
               IF WS-TC-TICKETS (WS-LV-C) > ZEROS
                   COMPUTE WS-LV-VALOR (WS-LV-C) ROUNDED =
                       WS-TC-VENDAS (WS-LV-C) / WS-TC-TICKETS (WS-LV-C)
                   MOVE 1 TO WS-LV-TEM (WS-LV-C)
               END-IF
           END-PERFORM
           MOVE 0 TO WS-LV-INTEIRO
           MOVE 'TICKET MEDIO DAS LOJAS' TO WS-LV-ROTULO
           PERFORM IMPRIMIR-LINHA

           MOVE 7 TO WS-MT-I
           MOVE 1 TO WS-LV-INTEIRO
           PERFORM MONTAR-COLUNAS
           MOVE 'GAS FATURADO (M3)' TO WS-LV-ROTULO
           PERFORM IMPRIMIR-LINHA

           MOVE 8 TO WS-MT-I
           MOVE 1 TO WS-LV-MEDIA
           PERFORM MONTAR-COLUNAS
           MOVE 'FUNCIONARIOS (MEDIA NO ACUM)' TO WS-LV-ROTULO
           PERFORM IMPRIMIR-LINHA
           MOVE 0 TO WS-LV-MEDIA

           MOVE 9 TO WS-MT-I
           MOVE 0 TO WS-LV-INTEIRO
           PERFORM MONTAR-COLUNAS
           MOVE 'CUSTO COM PESSOAL' TO WS-LV-ROTULO
           PERFORM IMPRIMIR-LINHA

           MOVE 10 TO WS-MT-I
           MOVE 1 TO WS-LV-SO-MES
           PERFORM MONTAR-COLUNAS
           MOVE 'VALOR DO STOCK NO FIM DO MES' TO WS-LV-ROTULO
           PERFORM IMPRIMIR-LINHA
           MOVE 0 TO WS-LV-SO-MES
           PERFORM ESCREVER-SPOOL.

      *-----------------------
      * uma linha com o rotulo WS-LV-ROTULO e as colunas de
      * WS-LINHA-VALORES; sem valor a coluna fica com N/D e a
      * variacao so sai quando ha as duas colunas e a base nao e zero
      *-----------------------
       IMPRIMIR-LINHA.
           MOVE SPACES TO WS-SPOOL-LINHA
           MOVE WS-LV-ROTULO TO WS-SPOOL-LINHA (1:28)
           MOVE 0 TO WS-MARCA-MES
           MOVE 0 TO WS-MARCA-ANO
           PERFORM VARYING WS-LV-C FROM 1 BY 1 UNTIL WS-LV-C > 4
               PERFORM IMPRIMIR-COLUNA
           END-PERFORM
           IF WS-LV-SO-MES EQUAL 0
               MOVE 3 TO WS-LV-C
               PERFORM IMPRIMIR-VARIACAO
           END-IF
           MOVE 1 TO WS-LV-C
           PERFORM IMPRIMIR-VARIACAO
           IF WS-MARCA-MES EQUAL 1 OR WS-MARCA-ANO EQUAL 1
               MOVE '***' TO WS-SPOOL-LINHA (112:3)
               ADD 1 TO WS-ASSINALADAS
           END-IF
           IF WS-MARCA-MES EQUAL 1 AND WS-MARCA-ANO EQUAL 1
               MOVE 'MES E ANO' TO WS-SPOOL-LINHA (116:9)
           ELSE
               IF WS-MARCA-MES EQUAL 1
                   MOVE 'MES' TO WS-SPOOL-LINHA (116:3)
               END-IF
               IF WS-MARCA-ANO EQUAL 1
                   MOVE 'ANO' TO WS-SPOOL-LINHA (116:3)
               END-IF
           END-IF
           PERFORM ESCREVER-SPOOL.

       IMPRIMIR-COLUNA.
           EVALUATE WS-LV-C
               WHEN 1
                   MOVE 30 TO WS-IDX
               WHEN 2
                   MOVE 46 TO WS-IDX
               WHEN 3
                   MOVE 71 TO WS-IDX
               WHEN 4
                   MOVE 87 TO WS-IDX
           END-EVALUATE
           IF WS-LV-C > 2 AND WS-LV-SO-MES EQUAL 1
               CONTINUE
           ELSE
               IF WS-LV-TEM (WS-LV-C) EQUAL 0
                   MOVE '            N/D' TO WS-SPOOL-LINHA (WS-IDX:15)
               ELSE
                   IF WS-LV-INTEIRO EQUAL 1
                       MOVE WS-LV-VALOR (WS-LV-C) TO WS-EDT-INTEIRO
                       MOVE WS-EDT-INTEIRO
                           TO WS-SPOOL-LINHA (WS-IDX + 4:11)
                   ELSE
                       MOVE WS-LV-VALOR (WS-LV-C) TO WS-EDT-VALOR
                       MOVE WS-EDT-VALOR
                           TO WS-SPOOL-LINHA (WS-IDX:15)
                   END-IF
               END-IF
           END-IF.

      *    variacao da coluna WS-LV-C sobre a seguinte (1 sobre 2 na
      *    posicao 62, 3 sobre 4 na posicao 103)
       IMPRIMIR-VARIACAO.
           IF WS-LV-TEM (WS-LV-C) EQUAL 1
            AND WS-LV-TEM (WS-LV-C + 1) EQUAL 1
            AND WS-LV-VALOR (WS-LV-C + 1) NOT EQUAL ZEROS
               COMPUTE WS-VAR-PCT ROUNDED =
                   (WS-LV-VALOR (WS-LV-C) - WS-LV-VALOR (WS-LV-C + 1))
                   * 100 / WS-LV-VALOR (WS-LV-C + 1)
               IF WS-VAR-PCT > 9999,9 OR WS-VAR-PCT < -9999,9
                   IF WS-LV-C EQUAL 1
                       MOVE '  >>>>%' TO WS-SPOOL-LINHA (62:7)
                   ELSE
                       MOVE '  >>>>%' TO WS-SPOOL-LINHA (103:7)
                   END-IF
               ELSE
                   MOVE WS-VAR-PCT TO WS-EDT-PCT
                   IF WS-LV-C EQUAL 1
                       MOVE WS-EDT-PCT TO WS-SPOOL-LINHA (62:7)
                       MOVE '%' TO WS-SPOOL-LINHA (69:1)
                   ELSE
                       MOVE WS-EDT-PCT TO WS-SPOOL-LINHA (103:7)
                       MOVE '%' TO WS-SPOOL-LINHA (110:1)
                   END-IF
               END-IF
               IF WS-VAR-PCT > WS-LIMIAR
                OR WS-VAR-PCT < (0 - WS-LIMIAR)
                   IF WS-LV-C EQUAL 1
                       MOVE 1 TO WS-MARCA-MES
                   ELSE
                       MOVE 1 TO WS-MARCA-ANO
                   END-IF
               END-IF
           END-IF.

      *-----------------------
      * saldos em aberto a receber na data de negocio (sem
      * comparacao: os ficheiros so guardam a posicao corrente)
      *-----------------------
       IMPRIMIR-SALDOS.
           MOVE WS-DATA-PROCESSAMENTO TO WS-EDT-DATA
           PERFORM EDITAR-DATA
           STRING 'SALDOS EM ABERTO A RECEBER EM ' DELIMITED BY SIZE
                  WS-EDT-DATA DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           MOVE 'CLIENTES (FATURAS)' TO WS-SPOOL-LINHA (1:28)
           MOVE WS-ABERTO-CLI-TOTAL TO WS-EDT-VALOR
           MOVE WS-EDT-VALOR TO WS-SPOOL-LINHA (30:15)
           MOVE WS-ABERTO-CLI-CONT TO WS-EDT-CONT
           STRING WS-EDT-CONT DELIMITED BY SIZE
                  ' DOCUMENTO(S)' DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA (46:30)
           END-STRING
           PERFORM ESCREVER-SPOOL
           MOVE 'CLIENTES DO GAS' TO WS-SPOOL-LINHA (1:28)
           MOVE WS-ABERTO-GAS-TOTAL TO WS-EDT-VALOR
           MOVE WS-EDT-VALOR TO WS-SPOOL-LINHA (30:15)
           MOVE WS-ABERTO-GAS-CONT TO WS-EDT-CONT
           STRING WS-EDT-CONT DELIMITED BY SIZE
                  ' FATURA(S)' DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA (46:30)
           END-STRING
           PERFORM ESCREVER-SPOOL
           IF WS-ABERTO-GAS-EXTERNA > ZEROS
               MOVE '  DOS QUAIS EM COBRANCA EXT.' TO
                   WS-SPOOL-LINHA (1:28)
               MOVE WS-ABERTO-GAS-EXTERNA TO WS-EDT-VALOR
               MOVE WS-EDT-VALOR TO WS-SPOOL-LINHA (30:15)
               PERFORM ESCREVER-SPOOL
           END-IF
           MOVE ALL '-' TO WS-SPOOL-LINHA (30:15)
           PERFORM ESCREVER-SPOOL
           MOVE 'TOTAL A RECEBER' TO WS-SPOOL-LINHA (1:28)
           COMPUTE WS-SALDO-DOC =
               WS-ABERTO-CLI-TOTAL + WS-ABERTO-GAS-TOTAL
           MOVE WS-SALDO-DOC TO WS-EDT-VALOR
           MOVE WS-EDT-VALOR TO WS-SPOOL-LINHA (30:15)
           PERFORM ESCREVER-SPOOL
           PERFORM ESCREVER-SPOOL.

       IMPRIMIR-NOTAS.
           MOVE WS-ASSINALADAS TO WS-EDT-CONT
           STRING 'INDICADORES COM VARIACAO ASSINALADA: '
                      DELIMITED BY SIZE
                  WS-EDT-CONT DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           MOVE 'CUSTO COM PESSOAL: BRUTO DOS RECIBOS, SUBSIDIO DE '
               TO WS-SPOOL-LINHA
           MOVE WS-TAXA-SS-EMPRESA TO WS-EDT-TAXA
           STRING 'ALIMENTACAO E SEGURANCA SOCIAL DA EMPRESA A '
                      DELIMITED BY SIZE
                  WS-EDT-TAXA DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA (51:)
           END-STRING
           PERFORM ESCREVER-SPOOL
           IF WS-EXCEDIDOS > ZEROS
               MOVE WS-EXCEDIDOS TO WS-EDT-CONT
               STRING '*** ' DELIMITED BY SIZE
                      WS-EDT-CONT DELIMITED BY SIZE
                      ' DOCUMENTO(S) DE CLIENTES NAO COUBERAM NA '
                          DELIMITED BY SIZE
                      'TABELA - SALDO DE CLIENTES INCOMPLETO ***'
                          DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
               ADD 1 TO WS-AVISOS
           END-IF.

       EDITAR-DATA.
           STRING WS-DATA-PROCESSAMENTO (7:2) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-DATA-PROCESSAMENTO (5:2) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-DATA-PROCESSAMENTO (1:4) DELIMITED BY SIZE
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
           STRING 'RELGESTAO.' DELIMITED BY SIZE
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

       END PROGRAM RELATORIO_GESTAO.
