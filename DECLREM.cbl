      ******************************************************************
      * Author:Noemi Correa
      * Date:15/10/2026
      * Purpose: Declaracoes mensais de remuneracoes: le os recibos
      *          do mes (vencimento e subsidios de ferias e de natal)
      *          e grava o ficheiro para a administracao fiscal
      *          (rendimento, IRS retido e contribuicoes por NIF do
      *          funcionario) e o da seguranca social (remuneracoes
      *          por codigo e contribuicoes por NISS), confere os
      *          totais contra a folha e contra o ficheiro de
      *          transferencias TRANSFSAL antes da submissao, e
      *          permite a declaracao de substituicao de um mes ja
      *          declarado
      * Tectonics: cobc
      ******************************************************************
        IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLARACOES_REMUNERACOES.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECIBOS ASSIGN TO
           WS-PATH-RECIBOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-RECIBOS.
           SELECT FUNCIONARIOS ASSIGN TO
           WS-PATH-FUNCIONARIOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-FUNCIONARIOS.
           SELECT TRANSFSAL ASSIGN TO
           WS-PATH-TRANSFSAL
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-TRANSFSAL.
           SELECT DECLCTL ASSIGN TO
           WS-PATH-DECLCTL
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-DECLCTL.
           SELECT DECLAT ASSIGN TO
           WS-PATH-DECLAT
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-DECLAT.
           SELECT DECLSS ASSIGN TO
           WS-PATH-DECLSS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-DECLSS.
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
      * recibos, funcionarios e transferencias de salarios do
      * DADOS_FUNCIONARIOS - os desenhos tem de bater certo com os
      * de la
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
           03 FILLER                 PIC X(115).
           03 FUNC-NIF               PIC 9(09).
           03 FUNC-NISS              PIC 9(11).

       FD TRANSFSAL.
           01 TRANSF-REG.
               03 TR-TIPO-REG             PIC X(01).
               03 TR-DADOS                PIC X(79).
           01 TRANSF-HEADER REDEFINES TRANSF-REG.
               03 TRH-TIPO-REG            PIC X(01).
               03 TRH-DATA-GERACAO        PIC 9(08).
               03 TRH-ANOMES              PIC 9(06).
               03 FILLER                  PIC X(65).
           01 TRANSF-DETALHE REDEFINES TRANSF-REG.
               03 TRD-TIPO-REG            PIC X(01).
               03 TRD-FUNC-ID             PIC 9(05).
               03 TRD-NOME                PIC X(20).
               03 TRD-IBAN                PIC X(25).
               03 TRD-VALOR               PIC 9(07)V99.
               03 FILLER                  PIC X(20).
           01 TRANSF-TRAILER REDEFINES TRANSF-REG.
               03 TRT-TIPO-REG            PIC X(01).
               03 TRT-CONTADOR            PIC 9(05).
               03 TRT-TOTAL               PIC 9(09)V99.
               03 FILLER                  PIC X(63).

      *-----------------------
      * historico das declaracoes entregues: uma linha por mes e
      * versao ('O' original, 'S' substituicao), com os totais
      * declarados - a versao mais alta de um mes e a que vale
      *-----------------------
       FD DECLCTL.
           01 DECLCTL-REG.
               03 DCL-ANOMES              PIC 9(06).
               03 DCL-VERSAO              PIC 9(02).
               03 DCL-TIPO                PIC X(01).
               03 DCL-DATA                PIC 9(08).
               03 DCL-FUNCIONARIOS        PIC 9(05).
               03 DCL-BRUTO               PIC 9(09)V99.
               03 DCL-IRS                 PIC 9(09)V99.
               03 DCL-SS-TRAB             PIC 9(09)V99.
               03 DCL-CONTRIBUICOES       PIC 9(09)V99.

      *-----------------------
      * declaracao mensal de remuneracoes para a administracao
      * fiscal (DECLAT.AAAAMM.VV): 'H' cabecalho, 'L' uma linha por
      * NIF com o rendimento (categoria A), o IRS retido e as
      * contribuicoes obrigatorias do trabalhador, 'Z' totais
      *-----------------------
       FD DECLAT.
           01 DECLAT-REG.
               03 DAT-TIPO                PIC X(01).
               03 DAT-SEQ                 PIC 9(05).
               03 DAT-ANOMES              PIC 9(06).
               03 DAT-DECLARACAO          PIC X(01).
               03 DAT-VERSAO              PIC 9(02).
               03 DAT-NIF                 PIC 9(09).
               03 DAT-NOME                PIC X(20).
               03 DAT-CATEGORIA           PIC X(01).
               03 DAT-RENDIMENTO          PIC 9(09)V99.
               03 DAT-IRS                 PIC 9(09)V99.
               03 DAT-CONTRIBUICOES       PIC 9(09)V99.

      *-----------------------
      * declaracao de remuneracoes para a seguranca social
      * (DECLSS.AAAAMM.VV): 'H' cabecalho, 'L' uma linha por NISS e
      * codigo de remuneracao (P permanente, X trabalho suplementar,
      * B bonus, C comissoes, F subsidio de ferias, N subsidio de
      * natal) com os dias, o valor, a taxa e a contribuicao, 'Z'
      * totais
      *-----------------------
       FD DECLSS.
           01 DECLSS-REG.
               03 DSS-TIPO                PIC X(01).
               03 DSS-SEQ                 PIC 9(05).
               03 DSS-ANOMES              PIC 9(06).
               03 DSS-DECLARACAO          PIC X(01).
               03 DSS-VERSAO              PIC 9(02).
               03 DSS-NISS                PIC 9(11).
               03 DSS-NOME                PIC X(20).
               03 DSS-CODIGO              PIC X(01).
               03 DSS-DIAS                PIC 9(02).
               03 DSS-VALOR               PIC 9(09)V99.
               03 DSS-TAXA                PIC 9(02)V99.
               03 DSS-CONTRIBUICAO        PIC 9(09)V99.

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
       77 WS-PATH-RECIBOS          PIC X(100).
       77 WS-PATH-FUNCIONARIOS     PIC X(100).
       77 WS-PATH-TRANSFSAL        PIC X(100).
       77 WS-PATH-DECLCTL          PIC X(100).
       77 WS-PATH-DECLAT           PIC X(100).
       77 WS-PATH-DECLSS           PIC X(100).
       77 WS-PATH-SPOOL            PIC X(100).
       77 WS-PATH-DATAPROC         PIC X(100).
       77 WS-PATH-JOBLEDGER        PIC X(100).
       77 WS-FS-RECIBOS            PIC XX.
       77 WS-FS-FUNCIONARIOS       PIC XX.
       77 WS-FS-TRANSFSAL          PIC XX.
       77 WS-FS-DECLCTL            PIC XX.
       77 WS-FS-DECLAT             PIC XX.
       77 WS-FS-DECLSS             PIC XX.
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

      *    taxas contributivas da seguranca social, como no
      *    processamento de salarios
       77 WS-TAXA-SS-TRAB          PIC 9(02)V99 VALUE 11,00.
       77 WS-TAXA-SS-EMPRESA       PIC 9(02)V99 VALUE 23,75.
       77 WS-TAXA-SS-TOTAL         PIC 9(02)V99.
       77 WS-DIAS-MES              PIC 9(02) VALUE 30.

       77 WS-ANOMES                PIC 9(06).
       77 WS-TIPO-DECL             PIC X(01).
       77 WS-VERSAO                PIC 9(02) VALUE ZEROS.
       77 WS-VERSAO-EDIT           PIC 99.
       77 WS-ULT-TIPO              PIC X(01) VALUE SPACE.
       77 WS-ULT-DATA              PIC 9(08) VALUE ZEROS.
       77 WS-ULT-BRUTO             PIC 9(09)V99 VALUE ZEROS.
       77 WS-ULT-IRS               PIC 9(09)V99 VALUE ZEROS.
       77 WS-ULT-CONTRIBUICOES     PIC 9(09)V99 VALUE ZEROS.

       77 WS-FN-NUM                PIC 9(03) VALUE ZEROS.
       77 WS-FN-IDX                PIC 9(03).
       77 WS-FN-CHEIA              PIC 9 VALUE 0.
       77 WS-RC-NUM                PIC 9(03) VALUE ZEROS.
       77 WS-RC-IDX                PIC 9(03).
       77 WS-DC-NUM                PIC 9(03) VALUE ZEROS.
       77 WS-DC-IDX                PIC 9(03).
       77 WS-COD-IDX               PIC 9(01).
       77 WS-VALOR-PERMANENTE      PIC 9(07)V99.
       77 WS-DIAS                  PIC S9(03).
       77 WS-LIQUIDO-CALC          PIC S9(08)V99.
       77 WS-DIFERENCA             PIC S9(09)V99.

       77 WS-SEQ-AT                PIC 9(05) VALUE ZEROS.
       77 WS-SEQ-SS                PIC 9(05) VALUE ZEROS.
       77 WS-TOT-BRUTO             PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOT-IRS               PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOT-SS-TRAB           PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOT-LIQUIDO           PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOT-REMUN-SS          PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOT-CONTRIBUICOES     PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOT-SS-EMPRESA        PIC S9(09)V99 VALUE ZEROS.
       77 WS-FOLHA-RECIBOS         PIC 9(05) VALUE ZEROS.
       77 WS-FOLHA-BRUTO           PIC 9(09)V99 VALUE ZEROS.
       77 WS-FOLHA-IRS             PIC 9(09)V99 VALUE ZEROS.
       77 WS-FOLHA-SS              PIC 9(09)V99 VALUE ZEROS.
       77 WS-FOLHA-LIQUIDO         PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOT-SUBSTITUIDOS      PIC 9(03) VALUE ZEROS.
       77 WS-TOT-SEM-NIF           PIC 9(03) VALUE ZEROS.
       77 WS-TOT-SEM-NISS          PIC 9(03) VALUE ZEROS.
       77 WS-TOT-DIVERGENCIAS      PIC 9(03) VALUE ZEROS.

       77 WS-TRF-VISTO             PIC 9 VALUE 0.
       77 WS-TRF-ANOMES            PIC 9(06) VALUE ZEROS.
       77 WS-TRF-CONTADOR          PIC 9(05) VALUE ZEROS.
       77 WS-TRF-TOTAL             PIC 9(09)V99 VALUE ZEROS.
       77 WS-TRF-TRL-VISTO         PIC 9 VALUE 0.
       77 WS-TRF-TRL-CONTADOR      PIC 9(05) VALUE ZEROS.
       77 WS-TRF-TRL-TOTAL         PIC 9(09)V99 VALUE ZEROS.
       77 WS-TRF-ESPERADO          PIC 9(09)V99 VALUE ZEROS.

       77 WS-VALOR-EDIT            PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-DIF-EDIT              PIC -ZZZ.ZZZ.ZZ9,99.
       77 WS-TEXTO                 PIC X(30).

       77 WS-NIF-TRABALHO          PIC 9(09).
       77 WS-NIF-VALIDO            PIC 9.
       77 WS-NIF-DIGITO            PIC 9(01).
       77 WS-NIF-I                 PIC 9(02).
       77 WS-NIF-PESO              PIC 9(02).
       77 WS-NIF-SOMA              PIC 9(04).
       77 WS-NIF-QUOC              PIC 9(04).
       77 WS-NIF-RESTO             PIC 9(02).
       77 WS-NIF-CONTROLO          PIC 9(02).

      *    codigos de remuneracao da seguranca social pela ordem das
      *    colunas de valores de cada funcionario
           01 WS-CODIGOS-SS.
               03 FILLER                  PIC X(06) VALUE 'PXBCFN'.
           01 WS-CODIGOS-SS-R REDEFINES WS-CODIGOS-SS.
               03 WS-CODIGO-SS OCCURS 6 TIMES PIC X(01).

      *-----------------------
      * NIF e NISS dos funcionarios do mestre
      *-----------------------
           01 WS-TAB-FUNCIONARIOS.
               03 WS-FN-ENTRY OCCURS 500 TIMES.
                   05 WS-FN-ID             PIC 9(05).
                   05 WS-FN-NIF            PIC 9(09).
                   05 WS-FN-NISS           PIC 9(11).

      *-----------------------
      * recibos do mes, um por funcionario e tipo de corrida ('S'
      * vencimento, 'F' e 'N' subsidios, 'R' retroativos de taxa
      * horaria, 'C' contas finais de quem sai) - um mes reprocessado
      * acrescenta recibos novos ao ficheiro e o ultimo e o que vale
      *-----------------------
           01 WS-TAB-RECIBOS.
               03 WS-RC-ENTRY OCCURS 300 TIMES.
                   05 WS-RC-FUNC-ID        PIC 9(05).
                   05 WS-RC-TIPO           PIC X(01).
                   05 WS-RC-NOME           PIC X(20).
                   05 WS-RC-TOTAL          PIC 9(07)V99.
                   05 WS-RC-EXTRA          PIC 9(06)V99.
                   05 WS-RC-BONUS          PIC 9(05).
                   05 WS-RC-COMISSAO       PIC 9(05)V99.
                   05 WS-RC-IRS            PIC 9(06)V99.
                   05 WS-RC-SS             PIC 9(06)V99.
                   05 WS-RC-LIQUIDO        PIC 9(07)V99.
                   05 WS-RC-SUB-ALIM       PIC 9(05)V99.
                   05 WS-RC-DIAS-N         PIC 9(03).
                   05 WS-RC-SUB-F          PIC 9(06)V99.
                   05 WS-RC-SUB-N          PIC 9(06)V99.
                   05 WS-RC-DATA-SAIDA.
                       07 WS-RC-SAIDA-ANOMES   PIC 9(06).
                       07 WS-RC-SAIDA-DIA      PIC 9(02).
                   05 WS-RC-AJUSTE-LIQ     PIC S9(07)V99.

      *-----------------------
      * funcionarios a declarar, com os valores por codigo de
      * remuneracao e o liquido recebido e transferido
      *-----------------------
           01 WS-TAB-DECLARADOS.
               03 WS-DC-ENTRY OCCURS 100 TIMES.
                   05 WS-DC-FUNC-ID        PIC 9(05).
                   05 WS-DC-NOME           PIC X(20).
                   05 WS-DC-NIF            PIC 9(09).
                   05 WS-DC-NISS           PIC 9(11).
                   05 WS-DC-VALOR OCCURS 6 TIMES
                                           PIC 9(07)V99.
                   05 WS-DC-DIAS           PIC 9(02).
                   05 WS-DC-BRUTO          PIC 9(08)V99.
                   05 WS-DC-IRS            PIC 9(07)V99.
                   05 WS-DC-SS             PIC 9(07)V99.
                   05 WS-DC-LIQUIDO        PIC 9(08)V99.
                   05 WS-DC-TRANSFERIDO    PIC 9(08)V99.

       PROCEDURE DIVISION.
       0-INICIALIZAR.
           ACCEPT WS-JOB-HORA-INICIO FROM TIME
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
           ACCEPT WS-PATH-TRANSFSAL FROM ENVIRONMENT "TRANSFSAL_PATH"
           IF WS-PATH-TRANSFSAL EQUAL SPACES
               MOVE
       'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\trfsal.txt'
                   TO WS-PATH-TRANSFSAL
           END-IF
           ACCEPT WS-PATH-DECLCTL FROM ENVIRONMENT "DECLCTL_PATH"
           IF WS-PATH-DECLCTL EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/declctl.txt'
                   TO WS-PATH-DECLCTL
           END-IF
           COMPUTE WS-TAXA-SS-TOTAL =
               WS-TAXA-SS-TRAB + WS-TAXA-SS-EMPRESA
           PERFORM OBTER-DATA-PROCESSAMENTO.

       0-PRINCIPAL.
           DISPLAY '-------//DECLARACOES DE REMUNERACOES//-------'
           DISPLAY 'MES A DECLARAR (AAAAMM): '
           ACCEPT WS-ANOMES
           DISPLAY 'DECLARACAO (O - ORIGINAL, S - SUBSTITUICAO DE UM '
               'MES JA DECLARADO): '
           ACCEPT WS-TIPO-DECL
           IF WS-TIPO-DECL NOT EQUAL 'O'
            AND WS-TIPO-DECL NOT EQUAL 'S'
               DISPLAY '*** TIPO DE DECLARACAO INVALIDO ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    um mes so se declara uma vez: depois disso, so por
      *    substituicao, que leva o numero da versao seguinte
           PERFORM LER-DECLCTL
           IF WS-TIPO-DECL EQUAL 'O' AND WS-VERSAO > ZEROS
               DISPLAY '*** MES ' WS-ANOMES ' JA DECLARADO EM '
                   WS-ULT-DATA ' (VERSAO ' WS-VERSAO ') - USE A '
                   'DECLARACAO DE SUBSTITUICAO ***'
               MOVE 8 TO RETURN-CODE
               PERFORM ESCREVER-JOBLEDGER
               STOP RUN
           END-IF
           IF WS-TIPO-DECL EQUAL 'S' AND WS-VERSAO EQUAL ZEROS
               DISPLAY '*** MES ' WS-ANOMES ' AINDA NAO DECLARADO - '
                   'NADA A SUBSTITUIR ***'
               MOVE 8 TO RETURN-CODE
               PERFORM ESCREVER-JOBLEDGER
               STOP RUN
           END-IF
           ADD 1 TO WS-VERSAO

           PERFORM CARREGAR-FUNCIONARIOS THRU CARREGAR-FUNCIONARIOS-FIM
           PERFORM CARREGAR-RECIBOS THRU CARREGAR-RECIBOS-FIM
           IF WS-ERRO EQUAL 1
               MOVE 8 TO RETURN-CODE
               PERFORM ESCREVER-JOBLEDGER
               STOP RUN
           END-IF
           IF WS-RC-NUM EQUAL ZEROS
               DISPLAY '*** SEM RECIBOS DO MES ' WS-ANOMES ' ***'
               MOVE 8 TO RETURN-CODE
               PERFORM ESCREVER-JOBLEDGER
               STOP RUN
           END-IF
           PERFORM JUNTAR-POR-FUNCIONARIO
               THRU JUNTAR-POR-FUNCIONARIO-FIM
           IF WS-ERRO EQUAL 1
               MOVE 8 TO RETURN-CODE
               PERFORM ESCREVER-JOBLEDGER
               STOP RUN
           END-IF

           MOVE WS-VERSAO TO WS-VERSAO-EDIT
           PERFORM ABRIR-SPOOL
           MOVE SPACES TO WS-SPOOL-LINHA
           IF WS-TIPO-DECL EQUAL 'O'
               MOVE 'ORIGINAL' TO WS-TEXTO
           ELSE
               MOVE 'DE SUBSTITUICAO' TO WS-TEXTO
           END-IF
           STRING 'DECLARACOES DE REMUNERACOES - MES '
                      DELIMITED BY SIZE
                  WS-ANOMES DELIMITED BY SIZE
                  ' - DECLARACAO ' DELIMITED BY SIZE
                  WS-TEXTO DELIMITED BY '  '
                  ' - VERSAO ' DELIMITED BY SIZE
                  WS-VERSAO-EDIT DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-DATA-PROCESSAMENTO DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           PERFORM ESCREVER-SPOOL

           PERFORM GRAVAR-DECLARACOES THRU GRAVAR-DECLARACOES-FIM
           IF WS-ERRO EQUAL 1
               MOVE 8 TO RETURN-CODE
               PERFORM FECHAR-SPOOL
               PERFORM ESCREVER-JOBLEDGER
               STOP RUN
           END-IF
           PERFORM CONFERIR-FOLHA
           PERFORM CONFERIR-TRANSFERENCIAS
               THRU CONFERIR-TRANSFERENCIAS-FIM
           PERFORM ESCREVER-RESUMO

      *    so uma declaracao sem divergencias nem funcionarios por
      *    identificar fica registada como entregue
           IF WS-TOT-DIVERGENCIAS EQUAL ZEROS
            AND WS-TOT-SEM-NIF EQUAL ZEROS
            AND WS-TOT-SEM-NISS EQUAL ZEROS
               PERFORM REGISTAR-DECLCTL
               MOVE 'FICHEIROS PRONTOS A SUBMETER - MES REGISTADO COMO'
                   TO WS-SPOOL-LINHA
               MOVE ' DECLARADO' TO WS-SPOOL-LINHA (50:)
               PERFORM ESCREVER-SPOOL
           ELSE
               MOVE '*** CORRIJA OS PONTOS ACIMA E REPITA - OS'
                   TO WS-SPOOL-LINHA
               MOVE ' FICHEIROS NAO DEVEM SER SUBMETIDOS'
                   TO WS-SPOOL-LINHA (42:)
               MOVE ' E O MES NAO FICA DECLARADO ***'
                   TO WS-SPOOL-LINHA (77:)
               PERFORM ESCREVER-SPOOL
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM FECHAR-SPOOL
           MOVE WS-DC-NUM TO WS-JOB-REGISTOS
           PERFORM ESCREVER-JOBLEDGER
           STOP RUN.

      *-----------------------
      * ultima versao declarada do mes, com os totais dela para a
      * comparacao na substituicao
      *-----------------------
       LER-DECLCTL.
           MOVE ZEROS TO WS-VERSAO
           OPEN INPUT DECLCTL
           IF WS-FS-DECLCTL EQUAL "00"
               MOVE SPACES TO WS-ENDOFF
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ DECLCTL
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       IF DCL-ANOMES EQUAL WS-ANOMES
                        AND DCL-VERSAO > WS-VERSAO
                           MOVE DCL-VERSAO TO WS-VERSAO
                           MOVE DCL-TIPO TO WS-ULT-TIPO
                           MOVE DCL-DATA TO WS-ULT-DATA
                           MOVE DCL-BRUTO TO WS-ULT-BRUTO
                           MOVE DCL-IRS TO WS-ULT-IRS
                           MOVE DCL-CONTRIBUICOES
                               TO WS-ULT-CONTRIBUICOES
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE DECLCTL
               MOVE SPACES TO WS-ENDOFF
           END-IF.

       REGISTAR-DECLCTL.
           OPEN EXTEND DECLCTL
           IF WS-FS-DECLCTL EQUAL "35"
               OPEN OUTPUT DECLCTL
           END-IF
           IF WS-FS-DECLCTL NOT EQUAL "00"
               DISPLAY '*** ERRO A REGISTAR A DECLARACAO - FILE '
                   'STATUS: ' WS-FS-DECLCTL ' ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-ANOMES TO DCL-ANOMES
               MOVE WS-VERSAO TO DCL-VERSAO
               MOVE WS-TIPO-DECL TO DCL-TIPO
               MOVE WS-DATA-PROCESSAMENTO TO DCL-DATA
               MOVE WS-DC-NUM TO DCL-FUNCIONARIOS
               MOVE WS-TOT-BRUTO TO DCL-BRUTO
               MOVE WS-TOT-IRS TO DCL-IRS
               MOVE WS-TOT-SS-TRAB TO DCL-SS-TRAB
               MOVE WS-TOT-CONTRIBUICOES TO DCL-CONTRIBUICOES
               WRITE DECLCTL-REG
               CLOSE DECLCTL
           END-IF.

       CARREGAR-FUNCIONARIOS.
           OPEN INPUT FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS NOT EQUAL "00"
               DISPLAY '*** ERRO A ABRIR FUNCIONARIOS - FILE STATUS: '
                   WS-FS-FUNCIONARIOS ' ***'
               MOVE 1 TO WS-ERRO
               GO TO CARREGAR-FUNCIONARIOS-FIM
           END-IF
           MOVE SPACES TO WS-ENDOFF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ FUNCIONARIOS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF WS-FN-NUM < 500
                       ADD 1 TO WS-FN-NUM
                       MOVE FUNC-ID TO WS-FN-ID (WS-FN-NUM)
                       IF FUNC-NIF IS NUMERIC
                           MOVE FUNC-NIF TO WS-FN-NIF (WS-FN-NUM)
                       ELSE
                           MOVE ZEROS TO WS-FN-NIF (WS-FN-NUM)
                       END-IF
                       IF FUNC-NISS IS NUMERIC
                           MOVE FUNC-NISS TO WS-FN-NISS (WS-FN-NUM)
                       ELSE
                           MOVE ZEROS TO WS-FN-NISS (WS-FN-NUM)
                       END-IF
                   ELSE
                       IF WS-FN-CHEIA EQUAL 0
                           DISPLAY '*** TABELA DE FUNCIONARIOS CHEIA '
                               '(500) ***'
                           MOVE 1 TO WS-FN-CHEIA
                           MOVE 1 TO WS-ERRO
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FUNCIONARIOS
           MOVE SPACES TO WS-ENDOFF.

       CARREGAR-FUNCIONARIOS-FIM.
           EXIT.

      *-----------------------
      * recibos do mes de todas as corridas; os totais da folha
      * contam todos os recibos lidos, e um recibo repetido do mesmo
      * funcionario e corrida substitui o anterior
      *-----------------------
       CARREGAR-RECIBOS.
           OPEN INPUT RECIBOS
           IF WS-FS-RECIBOS NOT EQUAL "00"
               DISPLAY '*** ERRO A ABRIR RECIBOS - FILE STATUS: '
                   WS-FS-RECIBOS ' ***'
               MOVE 1 TO WS-ERRO
               GO TO CARREGAR-RECIBOS-FIM
           END-IF
           MOVE SPACES TO WS-ENDOFF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ RECIBOS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF RS-ANOMES EQUAL WS-ANOMES
                       ADD 1 TO WS-FOLHA-RECIBOS
                       ADD RS-VALOR-TOTAL TO WS-FOLHA-BRUTO
                       ADD RS-IRS TO WS-FOLHA-IRS
                       ADD RS-SS TO WS-FOLHA-SS
                       ADD RS-LIQUIDO TO WS-FOLHA-LIQUIDO
                       PERFORM GUARDAR-RECIBO
                   END-IF
               END-READ
           END-PERFORM
           CLOSE RECIBOS
           MOVE SPACES TO WS-ENDOFF.

       CARREGAR-RECIBOS-FIM.
           EXIT.

       GUARDAR-RECIBO.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-RC-NUM
                  OR (WS-RC-FUNC-ID (WS-RC-IDX) EQUAL RS-FUNC-ID
                  AND WS-RC-TIPO (WS-RC-IDX) EQUAL RS-TIPO)
               CONTINUE
           END-PERFORM
           IF WS-RC-IDX <= WS-RC-NUM
               ADD 1 TO WS-TOT-SUBSTITUIDOS
           ELSE
               IF WS-RC-NUM < 300
                   ADD 1 TO WS-RC-NUM
               ELSE
                   DISPLAY '*** TABELA DE RECIBOS DO MES CHEIA (300) '
                       '***'
                   MOVE 1 TO WS-ERRO
               END-IF
           END-IF
           IF WS-RC-IDX <= WS-RC-NUM
               MOVE RS-FUNC-ID TO WS-RC-FUNC-ID (WS-RC-IDX)
               MOVE RS-TIPO TO WS-RC-TIPO (WS-RC-IDX)
               MOVE RS-NOME TO WS-RC-NOME (WS-RC-IDX)
               MOVE RS-VALOR-TOTAL TO WS-RC-TOTAL (WS-RC-IDX)
               MOVE RS-VALOR-EXTRA TO WS-RC-EXTRA (WS-RC-IDX)
               MOVE RS-BONUS TO WS-RC-BONUS (WS-RC-IDX)
               MOVE RS-COMISSAO TO WS-RC-COMISSAO (WS-RC-IDX)
               MOVE RS-IRS TO WS-RC-IRS (WS-RC-IDX)
               MOVE RS-SS TO WS-RC-SS (WS-RC-IDX)
               MOVE RS-LIQUIDO TO WS-RC-LIQUIDO (WS-RC-IDX)
               MOVE RS-SUBSIDIO-ALIM TO WS-RC-SUB-ALIM (WS-RC-IDX)
               MOVE RS-DIAS-N TO WS-RC-DIAS-N (WS-RC-IDX)
               MOVE RS-SUB-FERIAS TO WS-RC-SUB-F (WS-RC-IDX)
               MOVE RS-SUB-NATAL TO WS-RC-SUB-N (WS-RC-IDX)
               MOVE RS-DATA-SAIDA TO WS-RC-DATA-SAIDA (WS-RC-IDX)
               COMPUTE WS-RC-AJUSTE-LIQ (WS-RC-IDX) =
                   RS-DESP-ISENTA + RS-COMPENSACAO - RS-ADIANTAMENTO
           END-IF.

      *-----------------------
      * junta os recibos validos por funcionario e reparte o bruto
      * pelos codigos de remuneracao: no vencimento, o trabalho
      * suplementar, os bonus e as comissoes saem do permanente; os
      * subsidios vao inteiros para o seu codigo; nas contas finais
      * os proporcionais dos subsidios vao para o seu codigo e a
      * compensacao, isenta, nao se declara
      *-----------------------
       JUNTAR-POR-FUNCIONARIO.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-RC-NUM
               PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-NUM
                      OR WS-DC-FUNC-ID (WS-DC-IDX)
                         EQUAL WS-RC-FUNC-ID (WS-RC-IDX)
                   CONTINUE
               END-PERFORM
               IF WS-DC-IDX > WS-DC-NUM
                   IF WS-DC-NUM < 100
                       ADD 1 TO WS-DC-NUM
                       PERFORM ABRIR-FUNCIONARIO-DECLARADO
                   ELSE
                       DISPLAY '*** TABELA DE FUNCIONARIOS A DECLARAR '
                           'CHEIA (100) ***'
                       MOVE 1 TO WS-ERRO
                       GO TO JUNTAR-POR-FUNCIONARIO-FIM
                   END-IF
               END-IF
               ADD WS-RC-TOTAL (WS-RC-IDX) TO WS-DC-BRUTO (WS-DC-IDX)
               ADD WS-RC-IRS (WS-RC-IDX) TO WS-DC-IRS (WS-DC-IDX)
               ADD WS-RC-SS (WS-RC-IDX) TO WS-DC-SS (WS-DC-IDX)
               ADD WS-RC-LIQUIDO (WS-RC-IDX)
                   TO WS-DC-LIQUIDO (WS-DC-IDX)
               EVALUATE WS-RC-TIPO (WS-RC-IDX)
                   WHEN 'F'
                       ADD WS-RC-TOTAL (WS-RC-IDX)
                           TO WS-DC-VALOR (WS-DC-IDX, 5)
                   WHEN 'N'
                       ADD WS-RC-TOTAL (WS-RC-IDX)
                           TO WS-DC-VALOR (WS-DC-IDX, 6)
      *            diferencas de taxa de meses anteriores: as horas
      *            extra a parte, o resto e remuneracao permanente e
      *            os dias ja foram declarados com o vencimento
                   WHEN 'R'
                       COMPUTE WS-VALOR-PERMANENTE =
                           WS-RC-TOTAL (WS-RC-IDX)
                           - WS-RC-EXTRA (WS-RC-IDX)
                       ADD WS-VALOR-PERMANENTE
                           TO WS-DC-VALOR (WS-DC-IDX, 1)
                       ADD WS-RC-EXTRA (WS-RC-IDX)
                           TO WS-DC-VALOR (WS-DC-IDX, 2)
                   WHEN 'C'
                       COMPUTE WS-VALOR-PERMANENTE =
                           WS-RC-TOTAL (WS-RC-IDX)
                           - WS-RC-EXTRA (WS-RC-IDX)
                           - WS-RC-BONUS (WS-RC-IDX)
                           - WS-RC-COMISSAO (WS-RC-IDX)
                           - WS-RC-SUB-F (WS-RC-IDX)
                           - WS-RC-SUB-N (WS-RC-IDX)
                       ADD WS-VALOR-PERMANENTE
                           TO WS-DC-VALOR (WS-DC-IDX, 1)
                       ADD WS-RC-EXTRA (WS-RC-IDX)
                           TO WS-DC-VALOR (WS-DC-IDX, 2)
                       ADD WS-RC-BONUS (WS-RC-IDX)
                           TO WS-DC-VALOR (WS-DC-IDX, 3)
                       ADD WS-RC-COMISSAO (WS-RC-IDX)
                           TO WS-DC-VALOR (WS-DC-IDX, 4)
                       ADD WS-RC-SUB-F (WS-RC-IDX)
                           TO WS-DC-VALOR (WS-DC-IDX, 5)
                       ADD WS-RC-SUB-N (WS-RC-IDX)
                           TO WS-DC-VALOR (WS-DC-IDX, 6)
      *                dias: ate a data de saida quando sai no mes,
      *                nenhum quando as contas se pagam depois
                       IF WS-RC-SAIDA-ANOMES (WS-RC-IDX)
                          EQUAL WS-ANOMES
                           COMPUTE WS-DIAS =
                               WS-RC-SAIDA-DIA (WS-RC-IDX)
                               - WS-RC-DIAS-N (WS-RC-IDX)
                       ELSE
                           MOVE 0 TO WS-DIAS
                       END-IF
                       IF WS-DIAS < 0
                           MOVE 0 TO WS-DIAS
                       END-IF
                       MOVE WS-DIAS TO WS-DC-DIAS (WS-DC-IDX)
                   WHEN OTHER
                       COMPUTE WS-VALOR-PERMANENTE =
                           WS-RC-TOTAL (WS-RC-IDX)
                           - WS-RC-EXTRA (WS-RC-IDX)
                           - WS-RC-BONUS (WS-RC-IDX)
                           - WS-RC-COMISSAO (WS-RC-IDX)
                       ADD WS-VALOR-PERMANENTE
                           TO WS-DC-VALOR (WS-DC-IDX, 1)
                       ADD WS-RC-EXTRA (WS-RC-IDX)
                           TO WS-DC-VALOR (WS-DC-IDX, 2)
                       ADD WS-RC-BONUS (WS-RC-IDX)
                           TO WS-DC-VALOR (WS-DC-IDX, 3)
                       ADD WS-RC-COMISSAO (WS-RC-IDX)
                           TO WS-DC-VALOR (WS-DC-IDX, 4)
      *                dias de remuneracao permanente: o mes inteiro
      *                menos os dias de ausencia nao remunerada
                       COMPUTE WS-DIAS =
                           WS-DIAS-MES - WS-RC-DIAS-N (WS-RC-IDX)
                       IF WS-DIAS < 0
                           MOVE 0 TO WS-DIAS
                       END-IF
                       MOVE WS-DIAS TO WS-DC-DIAS (WS-DC-IDX)
               END-EVALUATE
           END-PERFORM.

       JUNTAR-POR-FUNCIONARIO-FIM.
           EXIT.

       ABRIR-FUNCIONARIO-DECLARADO.
           MOVE WS-RC-FUNC-ID (WS-RC-IDX) TO WS-DC-FUNC-ID (WS-DC-IDX)
           MOVE WS-RC-NOME (WS-RC-IDX) TO WS-DC-NOME (WS-DC-IDX)
           MOVE ZEROS TO WS-DC-NIF (WS-DC-IDX)
           MOVE ZEROS TO WS-DC-NISS (WS-DC-IDX)
           PERFORM VARYING WS-COD-IDX FROM 1 BY 1
               UNTIL WS-COD-IDX > 6
               MOVE ZEROS TO WS-DC-VALOR (WS-DC-IDX, WS-COD-IDX)
           END-PERFORM
           MOVE WS-DIAS-MES TO WS-DC-DIAS (WS-DC-IDX)
           MOVE ZEROS TO WS-DC-BRUTO (WS-DC-IDX)
           MOVE ZEROS TO WS-DC-IRS (WS-DC-IDX)
           MOVE ZEROS TO WS-DC-SS (WS-DC-IDX)
           MOVE ZEROS TO WS-DC-LIQUIDO (WS-DC-IDX)
           MOVE ZEROS TO WS-DC-TRANSFERIDO (WS-DC-IDX)
           PERFORM VARYING WS-FN-IDX FROM 1 BY 1
               UNTIL WS-FN-IDX > WS-FN-NUM
               IF WS-FN-ID (WS-FN-IDX) EQUAL WS-DC-FUNC-ID (WS-DC-IDX)
                   MOVE WS-FN-NIF (WS-FN-IDX) TO WS-DC-NIF (WS-DC-IDX)
                   MOVE WS-FN-NISS (WS-FN-IDX)
                       TO WS-DC-NISS (WS-DC-IDX)
               END-IF
           END-PERFORM.

      *-----------------------
      * os dois ficheiros de declaracao, com a versao no nome; o NIF
      * e validado pelo modulo 11 e um funcionario sem NIF valido ou
      * sem NISS e apontado - seria recusado na submissao
      *-----------------------
       GRAVAR-DECLARACOES.
           MOVE WS-VERSAO TO WS-VERSAO-EDIT
           MOVE SPACES TO WS-PATH-DECLAT
           STRING 'DECLAT.' DELIMITED BY SIZE
                  WS-ANOMES DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  WS-VERSAO-EDIT DELIMITED BY SIZE
               INTO WS-PATH-DECLAT
           END-STRING
           MOVE SPACES TO WS-PATH-DECLSS
           STRING 'DECLSS.' DELIMITED BY SIZE
                  WS-ANOMES DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  WS-VERSAO-EDIT DELIMITED BY SIZE
               INTO WS-PATH-DECLSS
           END-STRING
           OPEN OUTPUT DECLAT
           IF WS-FS-DECLAT NOT EQUAL "00"
               DISPLAY '*** ERRO A CRIAR ' WS-PATH-DECLAT
                   ' - FILE STATUS: ' WS-FS-DECLAT ' ***'
               MOVE 1 TO WS-ERRO
               GO TO GRAVAR-DECLARACOES-FIM
           END-IF
           OPEN OUTPUT DECLSS
           IF WS-FS-DECLSS NOT EQUAL "00"
               DISPLAY '*** ERRO A CRIAR ' WS-PATH-DECLSS
                   ' - FILE STATUS: ' WS-FS-DECLSS ' ***'
               CLOSE DECLAT
               MOVE 1 TO WS-ERRO
               GO TO GRAVAR-DECLARACOES-FIM
           END-IF

           MOVE SPACES TO DECLAT-REG
           MOVE 'H' TO DAT-TIPO
           MOVE ZEROS TO DAT-SEQ
           MOVE WS-ANOMES TO DAT-ANOMES
           MOVE WS-TIPO-DECL TO DAT-DECLARACAO
           MOVE WS-VERSAO TO DAT-VERSAO
           MOVE ZEROS TO DAT-NIF
           MOVE ZEROS TO DAT-RENDIMENTO
           MOVE ZEROS TO DAT-IRS
           MOVE ZEROS TO DAT-CONTRIBUICOES
           WRITE DECLAT-REG
           MOVE SPACES TO DECLSS-REG
           MOVE 'H' TO DSS-TIPO
           MOVE ZEROS TO DSS-SEQ
           MOVE WS-ANOMES TO DSS-ANOMES
           MOVE WS-TIPO-DECL TO DSS-DECLARACAO
           MOVE WS-VERSAO TO DSS-VERSAO
           MOVE ZEROS TO DSS-NISS
           MOVE ZEROS TO DSS-DIAS
           MOVE ZEROS TO DSS-VALOR
           MOVE WS-TAXA-SS-TOTAL TO DSS-TAXA
           MOVE ZEROS TO DSS-CONTRIBUICAO
           WRITE DECLSS-REG

           MOVE 'VALIDACAO DOS FUNCIONARIOS DECLARADOS'
               TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
               UNTIL WS-DC-IDX > WS-DC-NUM
               PERFORM GRAVAR-FUNCIONARIO-AT
               PERFORM VARYING WS-COD-IDX FROM 1 BY 1
                   UNTIL WS-COD-IDX > 6
                   IF WS-DC-VALOR (WS-DC-IDX, WS-COD-IDX) > ZEROS
                       PERFORM GRAVAR-LINHA-SS
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-TOT-SEM-NIF EQUAL ZEROS
            AND WS-TOT-SEM-NISS EQUAL ZEROS
               MOVE '  (TODOS COM NIF E NISS VALIDOS)' TO WS-SPOOL-LINHA
               PERFORM ESCREVER-SPOOL
           END-IF
           PERFORM ESCREVER-SPOOL

           COMPUTE WS-TOT-SS-EMPRESA =
               WS-TOT-CONTRIBUICOES - WS-TOT-SS-TRAB
           MOVE SPACES TO DECLAT-REG
           MOVE 'Z' TO DAT-TIPO
           MOVE WS-SEQ-AT TO DAT-SEQ
           MOVE WS-ANOMES TO DAT-ANOMES
           MOVE WS-TIPO-DECL TO DAT-DECLARACAO
           MOVE WS-VERSAO TO DAT-VERSAO
           MOVE ZEROS TO DAT-NIF
           MOVE WS-TOT-BRUTO TO DAT-RENDIMENTO
           MOVE WS-TOT-IRS TO DAT-IRS
           MOVE WS-TOT-SS-TRAB TO DAT-CONTRIBUICOES
           WRITE DECLAT-REG
           MOVE SPACES TO DECLSS-REG
           MOVE 'Z' TO DSS-TIPO
           MOVE WS-SEQ-SS TO DSS-SEQ
           MOVE WS-ANOMES TO DSS-ANOMES
           MOVE WS-TIPO-DECL TO DSS-DECLARACAO
           MOVE WS-VERSAO TO DSS-VERSAO
           MOVE ZEROS TO DSS-NISS
           MOVE ZEROS TO DSS-DIAS
           MOVE WS-TOT-REMUN-SS TO DSS-VALOR
           MOVE WS-TAXA-SS-TOTAL TO DSS-TAXA
           MOVE WS-TOT-CONTRIBUICOES TO DSS-CONTRIBUICAO
           WRITE DECLSS-REG
           CLOSE DECLAT
           CLOSE DECLSS.

       GRAVAR-DECLARACOES-FIM.
           EXIT.

       GRAVAR-FUNCIONARIO-AT.
           MOVE WS-DC-NIF (WS-DC-IDX) TO WS-NIF-TRABALHO
           PERFORM VALIDAR-NIF THRU VALIDAR-NIF-FIM
           IF WS-NIF-VALIDO EQUAL 0
               ADD 1 TO WS-TOT-SEM-NIF
               STRING '  FUNCIONARIO ' DELIMITED BY SIZE
                      WS-DC-FUNC-ID (WS-DC-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-DC-NOME (WS-DC-IDX) DELIMITED BY SIZE
                      ' NIF INVALIDO OU EM FALTA: ' DELIMITED BY SIZE
                      WS-DC-NIF (WS-DC-IDX) DELIMITED BY SIZE
                      ' - SERIA RECUSADO' DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
           END-IF
           IF WS-DC-NISS (WS-DC-IDX) EQUAL ZEROS
               ADD 1 TO WS-TOT-SEM-NISS
               STRING '  FUNCIONARIO ' DELIMITED BY SIZE
                      WS-DC-FUNC-ID (WS-DC-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-DC-NOME (WS-DC-IDX) DELIMITED BY SIZE
                      ' SEM NISS - SERIA RECUSADO' DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
           END-IF

           ADD 1 TO WS-SEQ-AT
           MOVE SPACES TO DECLAT-REG
           MOVE 'L' TO DAT-TIPO
           MOVE WS-SEQ-AT TO DAT-SEQ
           MOVE WS-ANOMES TO DAT-ANOMES
           MOVE WS-TIPO-DECL TO DAT-DECLARACAO
           MOVE WS-VERSAO TO DAT-VERSAO
           MOVE WS-DC-NIF (WS-DC-IDX) TO DAT-NIF
           MOVE WS-DC-NOME (WS-DC-IDX) TO DAT-NOME
           MOVE 'A' TO DAT-CATEGORIA
           MOVE WS-DC-BRUTO (WS-DC-IDX) TO DAT-RENDIMENTO
           MOVE WS-DC-IRS (WS-DC-IDX) TO DAT-IRS
           MOVE WS-DC-SS (WS-DC-IDX) TO DAT-CONTRIBUICOES
           WRITE DECLAT-REG
           ADD WS-DC-BRUTO (WS-DC-IDX) TO WS-TOT-BRUTO
           ADD WS-DC-IRS (WS-DC-IDX) TO WS-TOT-IRS
           ADD WS-DC-SS (WS-DC-IDX) TO WS-TOT-SS-TRAB
           ADD WS-DC-LIQUIDO (WS-DC-IDX) TO WS-TOT-LIQUIDO.

       GRAVAR-LINHA-SS.
           ADD 1 TO WS-SEQ-SS
           MOVE SPACES TO DECLSS-REG
           MOVE 'L' TO DSS-TIPO
           MOVE WS-SEQ-SS TO DSS-SEQ
           MOVE WS-ANOMES TO DSS-ANOMES
           MOVE WS-TIPO-DECL TO DSS-DECLARACAO
           MOVE WS-VERSAO TO DSS-VERSAO
           MOVE WS-DC-NISS (WS-DC-IDX) TO DSS-NISS
           MOVE WS-DC-NOME (WS-DC-IDX) TO DSS-NOME
           MOVE WS-CODIGO-SS (WS-COD-IDX) TO DSS-CODIGO
           IF WS-COD-IDX EQUAL 1
               MOVE WS-DC-DIAS (WS-DC-IDX) TO DSS-DIAS
           ELSE
               MOVE ZEROS TO DSS-DIAS
           END-IF
           MOVE WS-DC-VALOR (WS-DC-IDX, WS-COD-IDX) TO DSS-VALOR
           MOVE WS-TAXA-SS-TOTAL TO DSS-TAXA
           COMPUTE DSS-CONTRIBUICAO ROUNDED =
               DSS-VALOR * WS-TAXA-SS-TOTAL / 100
           WRITE DECLSS-REG
           ADD DSS-VALOR TO WS-TOT-REMUN-SS
           ADD DSS-CONTRIBUICAO TO WS-TOT-CONTRIBUICOES.

      *-----------------------
      * conferencia com a folha: cada recibo declarado tem de fechar
      * (bruto - IRS - SS + subsidio de alimentacao + despesas
      * isentas + compensacao - adiantamentos = liquido), e o
      * declarado aos dois organismos tem de bater com os recibos
      *-----------------------
       CONFERIR-FOLHA.
           MOVE 'CONFERENCIA COM A FOLHA' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-RC-NUM
               COMPUTE WS-LIQUIDO-CALC =
                   WS-RC-TOTAL (WS-RC-IDX) - WS-RC-IRS (WS-RC-IDX)
                   - WS-RC-SS (WS-RC-IDX)
                   + WS-RC-SUB-ALIM (WS-RC-IDX)
                   + WS-RC-AJUSTE-LIQ (WS-RC-IDX)
               IF WS-LIQUIDO-CALC NOT EQUAL WS-RC-LIQUIDO (WS-RC-IDX)
                   ADD 1 TO WS-TOT-DIVERGENCIAS
                   COMPUTE WS-DIFERENCA =
                       WS-RC-LIQUIDO (WS-RC-IDX) - WS-LIQUIDO-CALC
                   MOVE WS-DIFERENCA TO WS-DIF-EDIT
                   STRING '  *** RECIBO ' DELIMITED BY SIZE
                          WS-RC-TIPO (WS-RC-IDX) DELIMITED BY SIZE
                          ' DO FUNCIONARIO ' DELIMITED BY SIZE
                          WS-RC-FUNC-ID (WS-RC-IDX) DELIMITED BY SIZE
                          ' NAO FECHA - LIQUIDO DIFERE EM '
                              DELIMITED BY SIZE
                          WS-DIF-EDIT DELIMITED BY SIZE
                       INTO WS-SPOOL-LINHA
                   END-STRING
                   PERFORM ESCREVER-SPOOL
               END-IF
           END-PERFORM
           IF WS-TOT-REMUN-SS NOT EQUAL WS-TOT-BRUTO
               ADD 1 TO WS-TOT-DIVERGENCIAS
               MOVE '  *** REMUNERACOES DECLARADAS A SEGURANCA SOCIAL '
                   TO WS-SPOOL-LINHA
               MOVE 'DIFEREM DO RENDIMENTO DECLARADO A AT ***'
                   TO WS-SPOOL-LINHA (51:)
               PERFORM ESCREVER-SPOOL
           END-IF
           MOVE '                    FOLHA (RECIBOS)       DECLARADO'
               TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE '  BRUTO' TO WS-SPOOL-LINHA
           MOVE WS-FOLHA-BRUTO TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-SPOOL-LINHA (20:14)
           MOVE WS-TOT-BRUTO TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-SPOOL-LINHA (38:14)
           PERFORM ESCREVER-SPOOL
           MOVE '  IRS RETIDO' TO WS-SPOOL-LINHA
           MOVE WS-FOLHA-IRS TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-SPOOL-LINHA (20:14)
           MOVE WS-TOT-IRS TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-SPOOL-LINHA (38:14)
           PERFORM ESCREVER-SPOOL
           MOVE '  SS TRABALHADOR' TO WS-SPOOL-LINHA
           MOVE WS-FOLHA-SS TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-SPOOL-LINHA (20:14)
           MOVE WS-TOT-SS-TRAB TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-SPOOL-LINHA (38:14)
           PERFORM ESCREVER-SPOOL
      *    recibos repetidos de um mes reprocessado: a folha soma
      *    todos, a declaracao so o ultimo de cada um
           IF WS-TOT-SUBSTITUIDOS > ZEROS
               STRING '  RECIBOS SUBSTITUIDOS POR REPROCESSAMENTO DO '
                          DELIMITED BY SIZE
                      'MES (SO O ULTIMO E DECLARADO): '
                          DELIMITED BY SIZE
                      WS-TOT-SUBSTITUIDOS DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
           ELSE
               IF WS-FOLHA-BRUTO NOT EQUAL WS-TOT-BRUTO
                OR WS-FOLHA-IRS NOT EQUAL WS-TOT-IRS
                OR WS-FOLHA-SS NOT EQUAL WS-TOT-SS-TRAB
                   ADD 1 TO WS-TOT-DIVERGENCIAS
                   MOVE '  *** DECLARADO NAO BATE COM A FOLHA ***'
                       TO WS-SPOOL-LINHA
                   PERFORM ESCREVER-SPOOL
               END-IF
           END-IF
           PERFORM ESCREVER-SPOOL.

      *-----------------------
      * conferencia com o ficheiro de transferencias do mes: lote do
      * mesmo mes, trailer certo, e o liquido transferido a cada
      * funcionario igual ao dos recibos declarados
      *-----------------------
       CONFERIR-TRANSFERENCIAS.
           MOVE 'CONFERENCIA COM AS TRANSFERENCIAS (TRANSFSAL)'
               TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           OPEN INPUT TRANSFSAL
           IF WS-FS-TRANSFSAL NOT EQUAL "00"
               ADD 1 TO WS-TOT-DIVERGENCIAS
               STRING '  *** SEM FICHEIRO DE TRANSFERENCIAS - FILE '
                          DELIMITED BY SIZE
                      'STATUS: ' DELIMITED BY SIZE
                      WS-FS-TRANSFSAL DELIMITED BY SIZE
                      ' ***' DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
               GO TO CONFERIR-TRANSFERENCIAS-FIM
           END-IF
           MOVE SPACES TO WS-ENDOFF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ TRANSFSAL
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   EVALUATE TR-TIPO-REG
                       WHEN 'H'
                           MOVE 1 TO WS-TRF-VISTO
                           MOVE TRH-ANOMES TO WS-TRF-ANOMES
                       WHEN 'D'
                           ADD 1 TO WS-TRF-CONTADOR
                           ADD TRD-VALOR TO WS-TRF-TOTAL
                           PERFORM MARCAR-TRANSFERENCIA
                       WHEN 'T'
                           MOVE 1 TO WS-TRF-TRL-VISTO
                           MOVE TRT-CONTADOR TO WS-TRF-TRL-CONTADOR
                           MOVE TRT-TOTAL TO WS-TRF-TRL-TOTAL
                   END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE TRANSFSAL
           MOVE SPACES TO WS-ENDOFF

           IF WS-TRF-VISTO EQUAL 0 OR WS-TRF-ANOMES NOT EQUAL WS-ANOMES
               ADD 1 TO WS-TOT-DIVERGENCIAS
               STRING '  *** O LOTE DE TRANSFERENCIAS E DO MES '
                          DELIMITED BY SIZE
                      WS-TRF-ANOMES DELIMITED BY SIZE
                      ' E NAO DE ' DELIMITED BY SIZE
                      WS-ANOMES DELIMITED BY SIZE
                      ' - EXTRAIA AS TRANSFERENCIAS DO MES ***'
                          DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
               PERFORM ESCREVER-SPOOL
               GO TO CONFERIR-TRANSFERENCIAS-FIM
           END-IF
           IF WS-TRF-TRL-VISTO EQUAL 0
            OR WS-TRF-TRL-CONTADOR NOT EQUAL WS-TRF-CONTADOR
            OR WS-TRF-TRL-TOTAL NOT EQUAL WS-TRF-TOTAL
               ADD 1 TO WS-TOT-DIVERGENCIAS
               MOVE '  *** TRAILER DO LOTE DE TRANSFERENCIAS EM FALTA '
                   TO WS-SPOOL-LINHA
               MOVE 'OU DIVERGENTE ***' TO WS-SPOOL-LINHA (51:)
               PERFORM ESCREVER-SPOOL
           END-IF

      *    o liquido a transferir e o dos recibos com liquido
           MOVE ZEROS TO WS-TRF-ESPERADO
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
               UNTIL WS-DC-IDX > WS-DC-NUM
               ADD WS-DC-LIQUIDO (WS-DC-IDX) TO WS-TRF-ESPERADO
               IF WS-DC-TRANSFERIDO (WS-DC-IDX) NOT EQUAL
                  WS-DC-LIQUIDO (WS-DC-IDX)
                   ADD 1 TO WS-TOT-DIVERGENCIAS
                   MOVE WS-DC-LIQUIDO (WS-DC-IDX) TO WS-VALOR-EDIT
                   MOVE WS-DC-TRANSFERIDO (WS-DC-IDX) TO WS-DIF-EDIT
                   STRING '  *** FUNCIONARIO ' DELIMITED BY SIZE
                          WS-DC-FUNC-ID (WS-DC-IDX) DELIMITED BY SIZE
                          ' LIQUIDO ' DELIMITED BY SIZE
                          WS-VALOR-EDIT DELIMITED BY SIZE
                          ' TRANSFERIDO ' DELIMITED BY SIZE
                          WS-DIF-EDIT DELIMITED BY SIZE
                          ' ***' DELIMITED BY SIZE
                       INTO WS-SPOOL-LINHA
                   END-STRING
                   PERFORM ESCREVER-SPOOL
               END-IF
           END-PERFORM
           MOVE '  LIQUIDO DOS RECIBOS' TO WS-SPOOL-LINHA
           MOVE WS-TRF-ESPERADO TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-SPOOL-LINHA (38:14)
           PERFORM ESCREVER-SPOOL
           MOVE '  TOTAL DO LOTE' TO WS-SPOOL-LINHA
           MOVE WS-TRF-TOTAL TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-SPOOL-LINHA (38:14)
           PERFORM ESCREVER-SPOOL
           PERFORM ESCREVER-SPOOL.

       CONFERIR-TRANSFERENCIAS-FIM.
           EXIT.

      *    transferencia de um funcionario sem recibo declarado no mes
      *    tambem e divergencia
       MARCAR-TRANSFERENCIA.
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
               UNTIL WS-DC-IDX > WS-DC-NUM
                  OR WS-DC-FUNC-ID (WS-DC-IDX) EQUAL TRD-FUNC-ID
               CONTINUE
           END-PERFORM
           IF WS-DC-IDX <= WS-DC-NUM
               ADD TRD-VALOR TO WS-DC-TRANSFERIDO (WS-DC-IDX)
           ELSE
               ADD 1 TO WS-TOT-DIVERGENCIAS
               STRING '  *** TRANSFERENCIA AO FUNCIONARIO '
                          DELIMITED BY SIZE
                      TRD-FUNC-ID DELIMITED BY SIZE
                      ' SEM RECIBO NO MES ***' DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
           END-IF.

      *-----------------------
      * totais declarados e, na substituicao, a diferenca face a
      * versao que esta a ser substituida
      *-----------------------
       ESCREVER-RESUMO.
           MOVE 'TOTAIS DECLARADOS' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           STRING '  FUNCIONARIOS: ' DELIMITED BY SIZE
                  WS-DC-NUM DELIMITED BY SIZE
                  '   LINHAS AT: ' DELIMITED BY SIZE
                  WS-SEQ-AT DELIMITED BY SIZE
                  '   LINHAS SS: ' DELIMITED BY SIZE
                  WS-SEQ-SS DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           MOVE '  AT - RENDIMENTO' TO WS-SPOOL-LINHA
           MOVE WS-TOT-BRUTO TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-SPOOL-LINHA (38:14)
           PERFORM ESCREVER-SPOOL
           MOVE '  AT - IRS RETIDO' TO WS-SPOOL-LINHA
           MOVE WS-TOT-IRS TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-SPOOL-LINHA (38:14)
           PERFORM ESCREVER-SPOOL
           MOVE '  SS - REMUNERACOES' TO WS-SPOOL-LINHA
           MOVE WS-TOT-REMUN-SS TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-SPOOL-LINHA (38:14)
           PERFORM ESCREVER-SPOOL
           MOVE '  SS - CONTRIBUICOES' TO WS-SPOOL-LINHA
           MOVE WS-TOT-CONTRIBUICOES TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-SPOOL-LINHA (38:14)
           PERFORM ESCREVER-SPOOL
           MOVE '       DO TRABALHADOR' TO WS-SPOOL-LINHA
           MOVE WS-TOT-SS-TRAB TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-SPOOL-LINHA (38:14)
           PERFORM ESCREVER-SPOOL
           MOVE '       DA ENTIDADE EMPREGADORA' TO WS-SPOOL-LINHA
           MOVE WS-TOT-SS-EMPRESA TO WS-DIF-EDIT
           MOVE WS-DIF-EDIT TO WS-SPOOL-LINHA (37:15)
           PERFORM ESCREVER-SPOOL
           IF WS-TIPO-DECL EQUAL 'S'
               PERFORM ESCREVER-SPOOL
               MOVE WS-VERSAO TO WS-VERSAO-EDIT
               SUBTRACT 1 FROM WS-VERSAO-EDIT
               STRING 'DIFERENCA FACE A VERSAO ' DELIMITED BY SIZE
                      WS-VERSAO-EDIT DELIMITED BY SIZE
                      ' ENTREGUE EM ' DELIMITED BY SIZE
                      WS-ULT-DATA DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
               MOVE '  RENDIMENTO' TO WS-SPOOL-LINHA
               COMPUTE WS-DIFERENCA = WS-TOT-BRUTO - WS-ULT-BRUTO
               MOVE WS-DIFERENCA TO WS-DIF-EDIT
               MOVE WS-DIF-EDIT TO WS-SPOOL-LINHA (37:15)
               PERFORM ESCREVER-SPOOL
               MOVE '  IRS RETIDO' TO WS-SPOOL-LINHA
               COMPUTE WS-DIFERENCA = WS-TOT-IRS - WS-ULT-IRS
               MOVE WS-DIFERENCA TO WS-DIF-EDIT
               MOVE WS-DIF-EDIT TO WS-SPOOL-LINHA (37:15)
               PERFORM ESCREVER-SPOOL
               MOVE '  CONTRIBUICOES' TO WS-SPOOL-LINHA
               COMPUTE WS-DIFERENCA =
                   WS-TOT-CONTRIBUICOES - WS-ULT-CONTRIBUICOES
               MOVE WS-DIFERENCA TO WS-DIF-EDIT
               MOVE WS-DIF-EDIT TO WS-SPOOL-LINHA (37:15)
               PERFORM ESCREVER-SPOOL
           END-IF
           PERFORM ESCREVER-SPOOL
           STRING 'FICHEIROS: ' DELIMITED BY SIZE
                  WS-PATH-DECLAT DELIMITED BY SPACE
                  '  ' DELIMITED BY SIZE
                  WS-PATH-DECLSS DELIMITED BY SPACE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL.

      *-----------------------
      * validacao do NIF pelo modulo 11, como na exportacao fiscal
      *-----------------------
       VALIDAR-NIF.
           MOVE 0 TO WS-NIF-VALIDO.
           MOVE WS-NIF-TRABALHO (1:1) TO WS-NIF-DIGITO.
           IF WS-NIF-DIGITO EQUAL 0 OR WS-NIF-DIGITO EQUAL 4
               GO TO VALIDAR-NIF-FIM
           END-IF.
           MOVE 0 TO WS-NIF-SOMA.
           PERFORM VARYING WS-NIF-I FROM 1 BY 1
               UNTIL WS-NIF-I > 8
               MOVE WS-NIF-TRABALHO (WS-NIF-I:1) TO WS-NIF-DIGITO
               COMPUTE WS-NIF-PESO = 10 - WS-NIF-I
               COMPUTE WS-NIF-SOMA =
                   WS-NIF-SOMA + (WS-NIF-DIGITO * WS-NIF-PESO)
           END-PERFORM.
           DIVIDE WS-NIF-SOMA BY 11 GIVING WS-NIF-QUOC
               REMAINDER WS-NIF-RESTO.
           COMPUTE WS-NIF-CONTROLO = 11 - WS-NIF-RESTO.
           IF WS-NIF-CONTROLO >= 10
               MOVE 0 TO WS-NIF-CONTROLO
           END-IF.
           MOVE WS-NIF-TRABALHO (9:1) TO WS-NIF-DIGITO.
           IF WS-NIF-DIGITO EQUAL WS-NIF-CONTROLO
               MOVE 1 TO WS-NIF-VALIDO
           END-IF.
       VALIDAR-NIF-FIM.
           EXIT.

       ABRIR-SPOOL.
           MOVE SPACES TO WS-PATH-SPOOL
           STRING 'DECLREM.' DELIMITED BY SIZE
                  WS-ANOMES DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  WS-VERSAO-EDIT DELIMITED BY SIZE
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
           MOVE 'DECL_REMUN  ' TO JOB-PROGRAMA
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

       END PROGRAM DECLARACOES_REMUNERACOES.
