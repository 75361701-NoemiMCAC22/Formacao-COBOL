      ******************************************************************
      * Author:Noemi Correa
      * Date:15/10/2026
      * Purpose: Dados pessoais dos titulares: o relatorio de acesso
      *          junta, por NIF ou pelo nome, tudo o que os sistemas
      *          guardam do titular, ficheiro a ficheiro (mestre da
      *          faturacao e documentos, contratos e movimentos do
      *          gas, cartoes e vendas com cartao, vales, reservas,
      *          ficha de funcionario e anos arquivados); a
      *          anonimizacao apaga nomes, moradas, IBAN e contactos
      *          de quem ja passou a retencao sem divida em aberto,
      *          sem tocar nos documentos fiscais nem nos arquivos -
      *          a anonimizacao e reservada a supervisores e cada
      *          consulta e cada registo anonimizado ficam na
      *          auditoria
      * Tectonics: cobc
      ******************************************************************
        IDENTIFICATION DIVISION.
       PROGRAM-ID. DADOS_PESSOAIS.
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
           SELECT CLIFATTEMP ASSIGN TO
           WS-PATH-CLIFATTEMP
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-CLIFATTEMP.
           SELECT DOCUMENTOS ASSIGN TO
           WS-PATH-DOCUMENTOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-DOCUMENTOS.
           SELECT RECEBIMENTOS ASSIGN TO
           WS-PATH-RECEBIMENTOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-RECEBIMENTOS.
           SELECT FICH-CLIENTES ASSIGN TO
           WS-PATH-CLIENTES
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-CLIENTES.
           SELECT FICH-CLIENTESTEMP ASSIGN TO
           WS-PATH-CLIENTESTEMP
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-CLIENTESTEMP.
           SELECT FICH-MANDATOS ASSIGN TO
           WS-PATH-MANDATOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-MANDATOS.
           SELECT FICH-ACORDOS ASSIGN TO
           WS-PATH-ACORDOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-ACORDOS.
           SELECT FICH-ORDENSCAMPO ASSIGN TO
           WS-PATH-ORDENSCAMPO
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-ORDENSCAMPO.
           SELECT ORDENSTEMP ASSIGN TO
           WS-PATH-ORDENSTEMP
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-ORDENSTEMP.
           SELECT FICH-FATURA-MES ASSIGN TO
           WS-PATH-FATURA-MES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FM-CHAVE
           FILE STATUS IS WS-FS-MES.
           SELECT ARQGAS ASSIGN TO
           WS-PATH-ARQGAS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-ARQGAS.
           SELECT VENDAS ASSIGN TO
           WS-PATH-VENDAS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-VENDAS.
           SELECT CARTOES ASSIGN TO
           WS-PATH-CARTOES
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-CARTOES.
           SELECT CARTOESTEMP ASSIGN TO
           WS-PATH-CARTOESTEMP
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-CARTOESTEMP.
           SELECT VALES ASSIGN TO
           WS-PATH-VALES
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-VALES.
           SELECT RESERVAS ASSIGN TO
           WS-PATH-RESERVAS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-RESERVAS.
           SELECT RESERVASTEMP ASSIGN TO
           WS-PATH-RESERVASTEMP
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-RESERVASTEMP.
           SELECT FUNCIONARIOS ASSIGN TO
           WS-PATH-FUNCIONARIOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-FUNCIONARIOS.
           SELECT FUNCTEMP ASSIGN TO
           WS-PATH-FUNCTEMP
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-FUNCTEMP.
           SELECT SPOOL ASSIGN TO
           WS-PATH-SPOOL
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-SPOOL.
           SELECT OPERADORES ASSIGN TO
           WS-PATH-OPERADORES
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-OPERADORES.
           SELECT DATAPROC ASSIGN TO
           WS-PATH-DATAPROC
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-DATAPROC.
           SELECT JOBLEDGER ASSIGN TO
           WS-PATH-JOBLEDGER
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-JOBLEDGER.
           SELECT AUDITORIA ASSIGN TO
           WS-PATH-AUDITORIA
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-AUDITORIA.
           DATA DIVISION.
           FILE SECTION.
       FD CLIENTESFAT.
           01 CLIENTEFAT-REG.
               03 CLI-NIF                 PIC 9(09).
               03 CLI-NOME                PIC X(17).
               03 CLI-LIMITE-CREDITO      PIC 9(08)V99.
               03 CLI-PRAZO-DIAS          PIC 9(03).
               03 CLI-MORADA              PIC X(40).
               03 CLI-COD-POSTAL          PIC X(08).
               03 FILLER                  PIC X(09).

       FD CLIFATTEMP.
           01 CLIFATTEMP-REG              PIC X(96).

      *-----------------------
      * documentos do FATURA_CLIENTE: o FATURAOUT vivo e os arquivos
      * FATARQ.<ano> e FATARQ.<anomes> tem o mesmo desenho, lidos
      * pelo mesmo FD
      *-----------------------
       FD DOCUMENTOS.
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
      * ficheiro de clientes do gas: dados pessoais (nome, morada,
      * NIF, IBAN) e o estado do contrato para a retencao
      *-----------------------
       FD FICH-CLIENTES.
           01 CLIENTE-GAS-REG.
               03 CG-NUM-CLIENTE          PIC 9(05).
               03 CG-NOME-CLIENTE         PIC X(30).
               03 CG-MORADA               PIC X(40).
               03 CG-NIF                  PIC 9(09).
               03 CG-DATA-INICIO-CONTR    PIC 9(08).
               03 CG-IBAN                 PIC X(25).
               03 CG-ESTADO-CORTE         PIC X(01).
               03 FILLER                  PIC X(29).
               03 CG-ESTADO-CONTRATO      PIC X(01).
               03 CG-DATA-FIM-CONTR       PIC 9(08).
               03 FILLER                  PIC X(27).
               03 CG-COD-POSTAL           PIC X(08).
               03 FILLER                  PIC X(09).

       FD FICH-CLIENTESTEMP.
           01 CLIENTETEMP-REG             PIC X(200).

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

       FD FICH-ORDENSCAMPO.
           01 ORDEM-CAMPO-REG.
               03 OC-TIPO                 PIC X(01).
               03 OC-NUM-CLIENTE          PIC 9(05).
               03 OC-NOME-CLIENTE         PIC X(30).
               03 OC-MORADA               PIC X(40).
               03 OC-DATA                 PIC 9(08).
               03 OC-TAXA                 PIC 9(05)V99.
               03 OC-ESTADO               PIC X(01).
               03 OC-DATA-EXECUCAO        PIC 9(08).

       FD ORDENSTEMP.
           01 ORDEMTEMP-REG               PIC X(100).

       FD FICH-FATURA-MES.
       COPY FATMES
           REPLACING ==:REC:== BY ==FATURA-MES-REG==
                     ==:PFX:== BY ==FM==.

       FD ARQGAS.
       COPY FATMES
           REPLACING ==:REC:== BY ==ARQGAS-REG==
                     ==:PFX:== BY ==AGAS==.

      *-----------------------
      * linhas de venda das lojas: o ficheiro vivo e os arquivos
      * VENARQ.<ano> e VENARQ.<anomes> tem o mesmo desenho; so
      * interessam a venda e o cartao de fidelizacao
      *-----------------------
       FD VENDAS.
           01 VENDA-REG.
               03 VEN-DATA-VENDA          PIC 9(08).
               03 VEN-COD-LOJA            PIC 9(02).
               03 VEN-NUM-TICKET          PIC 9(06).
               03 FILLER                  PIC X(01).
               03 VEN-COD-ARTIGO          PIC 9(05).
               03 VEN-NOME-ARTIGO         PIC X(34).
               03 VEN-QUANT-ARTIGO        PIC 9(03).
               03 FILLER                  PIC X(23).
               03 VEN-TOTAL-ARTIGO        PIC 9(05)V9(02).
               03 FILLER                  PIC X(09).
               03 VEN-NUM-CARTAO          PIC 9(09).
               03 FILLER                  PIC X(05).

       FD CARTOES.
           01 CARTAO-REG.
               03 CRT-NUM                 PIC 9(09).
               03 CRT-NOME                PIC X(30).
               03 CRT-PONTOS              PIC 9(07).
               03 CRT-NIF                 PIC 9(09).

       FD CARTOESTEMP.
           01 CARTOESTEMP-REG             PIC X(55).

       FD VALES.
           01 VALE-REG.
               03 VAL-NUM                 PIC 9(09).
               03 VAL-DATA-EMISSAO        PIC 9(08).
               03 VAL-VALOR-EMITIDO       PIC 9(05)V99.
               03 VAL-SALDO               PIC 9(05)V99.
               03 VAL-ESTADO              PIC X(01).
               03 VAL-NIF                 PIC 9(09).

       FD RESERVAS.
           01 RESERVA-REG.
               03 RSV-COD-IDENT           PIC 9(05).
               03 RSV-NOME                PIC X(30).
               03 RSV-CONTACTO            PIC X(20).
               03 RSV-DATA                PIC 9(08).
               03 RSV-QUANT               PIC 9(03).
               03 RSV-ESTADO              PIC X(01).
               03 RSV-NIF                 PIC 9(09).

       FD RESERVASTEMP.
           01 RESERVASTEMP-REG            PIC X(76).

       FD FUNCIONARIOS.
           01 FUNCIONARIOS-REG.
               03 FUNC-ID                 PIC 9(05).
               03 FUNC-NOME               PIC X(20).
               03 FUNC-DATA-NASC          PIC X(10).
               03 FUNC-CATEGORIA          PIC X(18).
               03 FUNC-SECCAO             PIC X(20).
               03 FILLER                  PIC X(16).
               03 FUNC-HORAS-SEMANAIS     PIC 9(02).
               03 FUNC-TAXA-HORARIA       PIC 9(03)V99.
               03 FUNC-DIAS-FERIAS-ANO    PIC 9(02).
               03 FUNC-DATA-ADMISSAO      PIC 9(08).
               03 FUNC-ESTADO             PIC X(01).
               03 FUNC-DATA-SAIDA         PIC 9(08).
               03 FUNC-IBAN               PIC X(25).
               03 FUNC-NIF                PIC 9(09).
               03 FUNC-NISS               PIC 9(11).

       FD FUNCTEMP.
           01 FUNCTEMP-REG                PIC X(160).

       FD SPOOL.
           01 SPOOL-REG                   PIC X(132).

       FD OPERADORES.
           01 OPERADOR-REG.
               03 OP-ID                   PIC X(08).
               03 OP-NOME                 PIC X(20).
               03 OP-NIVEL                PIC 9(01).

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

       FD AUDITORIA.
       COPY AUDIT.

       WORKING-STORAGE SECTION.
       77 WS-PATH-CLIENTESFAT             PIC X(100).
       77 WS-PATH-CLIFATTEMP              PIC X(100).
       77 WS-PATH-FATURAOUT               PIC X(100).
       77 WS-PATH-DOCUMENTOS              PIC X(100).
       77 WS-PATH-RECEBIMENTOS            PIC X(100).
       77 WS-PATH-CLIENTES                PIC X(100).
       77 WS-PATH-CLIENTESTEMP            PIC X(100).
       77 WS-PATH-MANDATOS                PIC X(100).
       77 WS-PATH-ACORDOS                 PIC X(100).
       77 WS-PATH-ORDENSCAMPO             PIC X(100).
       77 WS-PATH-ORDENSTEMP              PIC X(100).
       77 WS-PATH-FATURA-MES              PIC X(100).
       77 WS-PATH-ARQGAS                  PIC X(100).
       77 WS-PATH-VENVIVO                 PIC X(100).
       77 WS-PATH-VENDAS                  PIC X(100).
       77 WS-PATH-CARTOES                 PIC X(100).
       77 WS-PATH-CARTOESTEMP             PIC X(100).
       77 WS-PATH-VALES                   PIC X(100).
       77 WS-PATH-RESERVAS                PIC X(100).
       77 WS-PATH-RESERVASTEMP            PIC X(100).
       77 WS-PATH-FUNCIONARIOS            PIC X(100).
       77 WS-PATH-FUNCTEMP                PIC X(100).
       77 WS-PATH-SPOOL                   PIC X(100).
       77 WS-PATH-OPERADORES              PIC X(100).
       77 WS-PATH-DATAPROC                PIC X(100).
       77 WS-PATH-JOBLEDGER               PIC X(100).
       77 WS-PATH-AUDITORIA               PIC X(100).
       77 WS-FS-CLIENTESFAT               PIC XX.
       77 WS-FS-CLIFATTEMP                PIC XX.
       77 WS-FS-DOCUMENTOS                PIC XX.
       77 WS-FS-RECEBIMENTOS              PIC XX.
       77 WS-FS-CLIENTES                  PIC XX.
       77 WS-FS-CLIENTESTEMP              PIC XX.
       77 WS-FS-MANDATOS                  PIC XX.
       77 WS-FS-ACORDOS                   PIC XX.
       77 WS-FS-ORDENSCAMPO               PIC XX.
       77 WS-FS-ORDENSTEMP                PIC XX.
       77 WS-FS-MES                       PIC XX.
       77 WS-FS-ARQGAS                    PIC XX.
       77 WS-FS-VENDAS                    PIC XX.
       77 WS-FS-CARTOES                   PIC XX.
       77 WS-FS-CARTOESTEMP               PIC XX.
       77 WS-FS-VALES                     PIC XX.
       77 WS-FS-RESERVAS                  PIC XX.
       77 WS-FS-RESERVASTEMP              PIC XX.
       77 WS-FS-FUNCIONARIOS              PIC XX.
       77 WS-FS-FUNCTEMP                  PIC XX.
       77 WS-FS-SPOOL                     PIC XX.
       77 WS-FS-OPERADORES                PIC XX.
       77 WS-FS-DATAPROC                  PIC XX.
       77 WS-FS-JOBLEDGER                 PIC XX.
       77 WS-FS-AUDITORIA                 PIC XX.
       77 OPCAO                           PIC 9(02).
       77 WS-OPERADOR                     PIC X(20) VALUE SPACES.
       77 WS-OP-PROCURA                   PIC X(08).
       77 WS-OP-EXISTE                    PIC 9.
       77 WS-OP-NOME                      PIC X(20).
       77 WS-NIVEL-OPERADOR               PIC 9(01) VALUE 1.
       77 WS-ENDOFOP                      PIC X(01) VALUE SPACES.
       77 WS-ENDOFF                       PIC X(01) VALUE SPACES.
       77 WS-DATA-PROCESSAMENTO           PIC 9(08) VALUE ZEROS.
       77 WS-JOB-HORA-INICIO              PIC X(08) VALUE SPACES.
       77 WS-JOB-REGISTOS                 PIC 9(07) VALUE ZEROS.
       77 WS-RC                           PIC 9(02) VALUE ZEROS.
       77 WS-AUD-DESCRICAO                PIC X(40).
       77 WS-SPOOL-LINHA                  PIC X(132).
       77 WS-SPOOL-ABERTO                 PIC 9 VALUE 0.
       77 WS-HORA                         PIC X(08).
       77 WS-CONFIRMA                     PIC X(01).

      *-----------------------
      * retencao: so quem tem a ultima relacao com a empresa ha
      * mais de WS-RETENCAO-MESES meses e anonimizado (por omissao
      * dez anos, o prazo de conservacao dos documentos fiscais);
      * os arquivos anuais e mensais sao consultados ate
      * WS-ANOS-ARQUIVO anos para tras
      *-----------------------
       77 WS-RETENCAO-ENV                 PIC X(03) VALUE SPACES.
       77 WS-RETENCAO-MESES               PIC 9(03) VALUE 120.
       77 WS-ANOS-ARQUIVO                 PIC 9(02) VALUE 20.
       77 WS-LIMITE-ANOMES                PIC 9(06) VALUE ZEROS.
           01 WS-DATA-HOJE.
               03 WS-HOJE-ANO             PIC 9(04).
               03 WS-HOJE-MES             PIC 9(02).
               03 WS-HOJE-DIA             PIC 9(02).
           01 WS-DATA-AUX.
               03 WS-AUX-ANO              PIC 9(04).
               03 WS-AUX-MES              PIC 9(02).
               03 WS-AUX-DIA              PIC 9(02).
       77 WS-ANOMES-AUX                   PIC 9(06).
       77 WS-FORA-RETENCAO                PIC 9 VALUE 0.
       77 WS-ANO-ARQ                      PIC 9(04).
       77 WS-ANO-INI                      PIC 9(04).
       77 WS-MES-ARQ                      PIC 9(02).
       77 WS-ARQ-SUFIXO                   PIC X(06).

      *-----------------------
      * identificacao do titular: NIF pedido ou nome (comparado no
      * inicio do campo, ate ao fim de uma palavra); os NIF, os
      * numeros de cliente do gas e os cartoes do titular sao
      * recolhidos dos mestres para chegar aos ficheiros que so
      * guardam a chave
      *-----------------------
       77 WS-NIF                          PIC 9(09) VALUE ZEROS.
       77 WS-NOME-PROCURA                 PIC X(30) VALUE SPACES.
       77 WS-NOME-TAM                     PIC 9(02) VALUE ZEROS.
       77 WS-CMP-NIF                      PIC 9(09).
       77 WS-CMP-NOME                     PIC X(30).
       77 WS-CMP-NOME-TAM                 PIC 9(02).
       77 WS-CMP-CHAVE                    PIC 9(09).
       77 WS-CONFERE                      PIC 9 VALUE 0.
       77 WS-IDX                          PIC 9(04).
       77 WS-IDX-2                        PIC 9(04).
       77 WS-NUM-NIFS                     PIC 9(03) VALUE ZEROS.
       77 WS-NUM-CLIGAS                   PIC 9(03) VALUE ZEROS.
       77 WS-NUM-CARTOES                  PIC 9(03) VALUE ZEROS.
           01 WS-TAB-NIFS.
               03 WS-TN-NIF               PIC 9(09) OCCURS 50 TIMES.
           01 WS-TAB-CLIGAS.
               03 WS-TG-CLIENTE           PIC 9(05) OCCURS 50 TIMES.
           01 WS-TAB-CARTOES.
               03 WS-TC-CARTAO            PIC 9(09) OCCURS 50 TIMES.

       77 WS-REG-FICHEIRO                 PIC 9(07) VALUE ZEROS.
       77 WS-REG-ANO                      PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-REGISTOS               PIC 9(07) VALUE ZEROS.
       77 WS-DOC-CONFERE                  PIC 9 VALUE 0.
       77 WS-EDT-VALOR                    PIC -(08)9,99.

      *-----------------------
      * anonimizacao: candidatos do gas (contrato terminado fora da
      * retencao), clientes do gas ja anonimizados (para as ordens
      * de campo), clientes da faturacao com a data do ultimo
      * documento e o saldo em aberto, documentos vivos com o total
      * e o recebido, e cartoes com a ultima venda e vales abertos
      *-----------------------
       77 WS-NUM-CANDGAS                  PIC 9(04) VALUE ZEROS.
           01 WS-TAB-CANDGAS.
               03 WS-CAND-ENTRY OCCURS 999 TIMES.
                   05 WS-CAND-CLIENTE     PIC 9(05).
                   05 WS-CAND-NIF         PIC 9(09).
                   05 WS-CAND-ESTADO      PIC X(01).
       77 WS-NUM-ANONGAS                  PIC 9(04) VALUE ZEROS.
           01 WS-TAB-ANONGAS.
               03 WS-ANON-CLIENTE         PIC 9(05) OCCURS 2000 TIMES.
       77 WS-NUM-CLIFAT                   PIC 9(04) VALUE ZEROS.
       77 WS-CLIFAT-CHEIA                 PIC 9 VALUE 0.
           01 WS-TAB-CLIFAT.
               03 WS-TF-ENTRY OCCURS 2000 TIMES.
                   05 WS-TF-NIF           PIC 9(09).
                   05 WS-TF-ULTIMA-DATA   PIC 9(08).
                   05 WS-TF-SALDO         PIC S9(09)V99.
       77 WS-NUM-DOCS                     PIC 9(04) VALUE ZEROS.
       77 WS-DOCS-CHEIA                   PIC 9 VALUE 0.
       77 WS-DOC-ATUAL                    PIC 9(04) VALUE ZEROS.
       77 WS-DOC-DATA                     PIC 9(08).
       77 WS-SALDO-DOC                    PIC S9(09)V99.
           01 WS-TAB-DOCS.
               03 WS-DOC-ENTRY OCCURS 5000 TIMES.
                   05 WS-DOC-NUM          PIC 9(06).
                   05 WS-DOC-CLI          PIC 9(04).
                   05 WS-DOC-TIPO         PIC X(02).
                   05 WS-DOC-TOTAL        PIC S9(09)V99.
                   05 WS-DOC-RECEBIDO     PIC 9(09)V99.
       77 WS-NUM-CRT                      PIC 9(04) VALUE ZEROS.
       77 WS-CRT-CHEIA                    PIC 9 VALUE 0.
           01 WS-TAB-CRT.
               03 WS-TK-ENTRY OCCURS 2000 TIMES.
                   05 WS-TK-CARTAO        PIC 9(09).
                   05 WS-TK-NIF           PIC 9(09).
                   05 WS-TK-ULTIMA-DATA   PIC 9(08).
                   05 WS-TK-VALE          PIC X(01).
       77 WS-ANONIMIZADOS                 PIC 9(07) VALUE ZEROS.
       77 WS-ANON-FICHEIRO                PIC 9(07) VALUE ZEROS.
       77 WS-RETIDOS-DIVIDA               PIC 9(07) VALUE ZEROS.
       77 WS-RETIDOS-SEM-DATA             PIC 9(07) VALUE ZEROS.
       77 WS-AUD-FICHEIRO                 PIC X(12).
       77 WS-AUD-CHAVE                    PIC X(09).

       COPY DIVGAS
           REPLACING ==:PFX:== BY ==WS-DG==.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0-ENTRADA.
           ACCEPT WS-JOB-HORA-INICIO FROM TIME
           PERFORM 0-INICIALIZAR
           PERFORM ASSINAR-OPERADOR
           PERFORM OBTER-DATA-PROCESSAMENTO.

       INICIO.
           DISPLAY "--------------------------------"
           DISPLAY " 1 - RELATORIO DE ACESSO DO TITULAR"
           DISPLAY " 2 - ANONIMIZAR TITULARES FORA DA RETENCAO"
           DISPLAY " 3 - FINALIZAR"
           ACCEPT OPCAO
           DISPLAY "---------------------------------"

               IF OPCAO = 1
               PERFORM RELATORIO-ACESSO.

               IF OPCAO = 2
               PERFORM ANONIMIZAR.

               IF OPCAO NOT EQUAL 3
               GO TO INICIO.

       STOP_PROGRAMA.
           STOP RUN.

       0-INICIALIZAR.
           ACCEPT WS-PATH-CLIENTESFAT FROM ENVIRONMENT
               "CLIENTESFAT_PATH"
           IF WS-PATH-CLIENTESFAT EQUAL SPACES
               MOVE
         'D:\UFCD\UFCD 0808 - Programacao COBOL\Tarefas\clifat.txt'
                   TO WS-PATH-CLIENTESFAT
           END-IF
           ACCEPT WS-PATH-CLIFATTEMP FROM ENVIRONMENT
               "CLIFATTEMP_PATH"
           IF WS-PATH-CLIFATTEMP EQUAL SPACES
               MOVE
         'D:\UFCD\UFCD 0808 - Programacao COBOL\Tarefas\clitmp.txt'
                   TO WS-PATH-CLIFATTEMP
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
           ACCEPT WS-PATH-CLIENTESTEMP FROM ENVIRONMENT
               "CLIENTESTEMP_PATH"
           IF WS-PATH-CLIENTESTEMP EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/CLIENTESTEMP.txt'
                   TO WS-PATH-CLIENTESTEMP
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
           ACCEPT WS-PATH-ORDENSCAMPO
               FROM ENVIRONMENT "ORDENSCAMPO_PATH"
           IF WS-PATH-ORDENSCAMPO EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/ORDENSCAMPO.txt'
                   TO WS-PATH-ORDENSCAMPO
           END-IF
           ACCEPT WS-PATH-ORDENSTEMP
               FROM ENVIRONMENT "ORDENSTEMP_PATH"
           IF WS-PATH-ORDENSTEMP EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/ORDENSTEMP.txt'
                   TO WS-PATH-ORDENSTEMP
           END-IF
           ACCEPT WS-PATH-FATURA-MES FROM ENVIRONMENT "FATURAMES_PATH"
           IF WS-PATH-FATURA-MES EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/FATURAMES.txt'
                   TO WS-PATH-FATURA-MES
           END-IF
           ACCEPT WS-PATH-VENVIVO FROM ENVIRONMENT "VENDAS_PATH"
           IF WS-PATH-VENVIVO EQUAL SPACES
               MOVE 'VENVIVO' TO WS-PATH-VENVIVO
           END-IF
           ACCEPT WS-PATH-CARTOES FROM ENVIRONMENT "CARTOES_PATH"
           IF WS-PATH-CARTOES EQUAL SPACES
               MOVE
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Tarefas\cartoes.txt'
                   TO WS-PATH-CARTOES
           END-IF
           ACCEPT WS-PATH-CARTOESTEMP FROM ENVIRONMENT
               "CARTOESTEMP_PATH"
           IF WS-PATH-CARTOESTEMP EQUAL SPACES
               MOVE
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Tarefas\carttmp.txt'
                   TO WS-PATH-CARTOESTEMP
           END-IF
           ACCEPT WS-PATH-VALES FROM ENVIRONMENT "VALES_PATH"
           IF WS-PATH-VALES EQUAL SPACES
               MOVE
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Tarefas\vales.txt'
                   TO WS-PATH-VALES
           END-IF
           ACCEPT WS-PATH-RESERVAS FROM ENVIRONMENT "RESERVAS_PATH"
           IF WS-PATH-RESERVAS EQUAL SPACES
               MOVE
         'D:\UFCD\UFCD 0808 - Programacao COBOL\Tarefas\reservas.txt'
                   TO WS-PATH-RESERVAS
           END-IF
           ACCEPT WS-PATH-RESERVASTEMP FROM ENVIRONMENT
               "RESERVASTEMP_PATH"
           IF WS-PATH-RESERVASTEMP EQUAL SPACES
               MOVE
         'D:\UFCD\UFCD 0808 - Programacao COBOL\Tarefas\resvtmp.txt'
                   TO WS-PATH-RESERVASTEMP
           END-IF
           ACCEPT WS-PATH-FUNCIONARIOS FROM ENVIRONMENT
               "FUNCIONARIOS_PATH"
           IF WS-PATH-FUNCIONARIOS EQUAL SPACES
               MOVE
       'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\funcionar.txt'
                   TO WS-PATH-FUNCIONARIOS
           END-IF
           ACCEPT WS-PATH-FUNCTEMP FROM ENVIRONMENT "FUNCTEMP_PATH"
           IF WS-PATH-FUNCTEMP EQUAL SPACES
               MOVE
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\functmp.txt'
                   TO WS-PATH-FUNCTEMP
           END-IF
           ACCEPT WS-PATH-AUDITORIA FROM ENVIRONMENT
               "AUDITORIA_PATH"
           IF WS-PATH-AUDITORIA EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/AUDITORIA.txt'
                   TO WS-PATH-AUDITORIA
           END-IF
           ACCEPT WS-RETENCAO-ENV FROM ENVIRONMENT
               "DADOSPES_RETENCAO_MESES"
           IF WS-RETENCAO-ENV NOT EQUAL SPACES
            AND WS-RETENCAO-ENV IS NUMERIC
               MOVE WS-RETENCAO-ENV TO WS-RETENCAO-MESES
           END-IF
           IF WS-RETENCAO-MESES EQUAL ZEROS
               MOVE 120 TO WS-RETENCAO-MESES
           END-IF.

      *-----------------------
      * relatorio de acesso: por NIF, ou pelo nome quando o NIF vem
      * a zeros - no caso do nome, os NIF dos registos dos mestres
      * com esse nome juntam-se a procura, para apanhar os ficheiros
      * que so guardam o NIF
      *-----------------------
       RELATORIO-ACESSO.
           MOVE SPACES TO WS-NOME-PROCURA
           MOVE ZEROS TO WS-NOME-TAM
           DISPLAY 'NIF DO TITULAR (ZEROS PARA PROCURAR PELO NOME): '
           ACCEPT WS-NIF
           IF WS-NIF EQUAL ZEROS
               DISPLAY 'NOME DO TITULAR: '
               ACCEPT WS-NOME-PROCURA
               PERFORM VARYING WS-NOME-TAM FROM 30 BY -1
                   UNTIL WS-NOME-TAM EQUAL ZEROS
                      OR WS-NOME-PROCURA (WS-NOME-TAM:1)
                         NOT EQUAL SPACE
                   CONTINUE
               END-PERFORM
           END-IF
           IF WS-NIF EQUAL ZEROS AND WS-NOME-TAM EQUAL ZEROS
               DISPLAY 'SEM NIF NEM NOME - CONSULTA ANULADA'
           ELSE
               PERFORM RELATORIO-TITULAR
           END-IF.

       RELATORIO-TITULAR.
           MOVE ZEROS TO WS-NUM-NIFS
           MOVE ZEROS TO WS-NUM-CLIGAS
           MOVE ZEROS TO WS-NUM-CARTOES
           MOVE ZEROS TO WS-TOTAL-REGISTOS
           IF WS-NIF NOT EQUAL ZEROS
               MOVE WS-NIF TO WS-CMP-NIF
               PERFORM JUNTAR-NIF
           ELSE
               PERFORM RECOLHER-NIFS-NOME
           END-IF
           PERFORM ABRIR-SPOOL

           MOVE '------------------------------------------------'
               TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           IF WS-NIF NOT EQUAL ZEROS
               STRING ' RELATORIO DE ACESSO DO TITULAR - NIF ' WS-NIF
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               END-STRING
           ELSE
               STRING ' RELATORIO DE ACESSO DO TITULAR - NOME '
                      WS-NOME-PROCURA
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               END-STRING
           END-IF
           PERFORM ESCREVER-SPOOL
           STRING ' DATA: ' WS-DATA-PROCESSAMENTO
                  '  OPERADOR: ' WS-OPERADOR
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           MOVE '------------------------------------------------'
               TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL

           PERFORM LISTAR-CLIENTESFAT
           PERFORM LISTAR-DOCUMENTOS
           PERFORM LISTAR-CLIENTESGAS
           PERFORM LISTAR-MANDATOS
           PERFORM LISTAR-ACORDOS
           PERFORM LISTAR-ORDENSCAMPO
           PERFORM LISTAR-FATURAMES
           PERFORM LISTAR-GASARQ
           PERFORM LISTAR-CARTOES
           PERFORM LISTAR-VENDAS
           PERFORM LISTAR-VALES
           PERFORM LISTAR-RESERVAS
           PERFORM LISTAR-FUNCIONARIOS

           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE '------------------------------------------------'
               TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           STRING ' TOTAL DE REGISTOS DO TITULAR: ' WS-TOTAL-REGISTOS
                  '  NIF ENVOLVIDOS: ' WS-NUM-NIFS
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           PERFORM FECHAR-SPOOL

           MOVE SPACES TO WS-AUD-DESCRICAO
           IF WS-NIF NOT EQUAL ZEROS
               STRING 'ACESSO NIF ' WS-NIF
                      ' REGISTOS ' WS-TOTAL-REGISTOS
                   DELIMITED BY SIZE INTO WS-AUD-DESCRICAO
               END-STRING
           ELSE
               STRING 'ACESSO ' WS-NOME-PROCURA (1:25)
                      ' ' WS-TOTAL-REGISTOS
                   DELIMITED BY SIZE INTO WS-AUD-DESCRICAO
               END-STRING
           END-IF
           PERFORM ESCREVER-AUDITORIA.

      *-----------------------
      * procura por nome: os NIF dos mestres com esse nome
      *-----------------------
       RECOLHER-NIFS-NOME.
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT CLIENTESFAT
           IF WS-FS-CLIENTESFAT EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ CLIENTESFAT
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       MOVE CLI-NOME TO WS-CMP-NOME
                       MOVE 17 TO WS-CMP-NOME-TAM
                       PERFORM CONFERIR-NOME
                       IF WS-CONFERE EQUAL 1
                           MOVE CLI-NIF TO WS-CMP-NIF
                           PERFORM JUNTAR-NIF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTESFAT
           END-IF
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT FICH-CLIENTES
           IF WS-FS-CLIENTES EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ FICH-CLIENTES
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       MOVE CG-NOME-CLIENTE TO WS-CMP-NOME
                       MOVE 30 TO WS-CMP-NOME-TAM
                       PERFORM CONFERIR-NOME
                       IF WS-CONFERE EQUAL 1
                           MOVE CG-NIF TO WS-CMP-NIF
                           PERFORM JUNTAR-NIF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FICH-CLIENTES
           END-IF
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT CARTOES
           IF WS-FS-CARTOES EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ CARTOES
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       MOVE CRT-NOME TO WS-CMP-NOME
                       MOVE 30 TO WS-CMP-NOME-TAM
                       PERFORM CONFERIR-NOME
                       IF WS-CONFERE EQUAL 1
                           MOVE CRT-NIF TO WS-CMP-NIF
                           PERFORM JUNTAR-NIF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CARTOES
           END-IF
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT RESERVAS
           IF WS-FS-RESERVAS EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ RESERVAS
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       MOVE RSV-NOME TO WS-CMP-NOME
                       MOVE 30 TO WS-CMP-NOME-TAM
                       PERFORM CONFERIR-NOME
                       IF WS-CONFERE EQUAL 1
                           MOVE RSV-NIF TO WS-CMP-NIF
                           PERFORM JUNTAR-NIF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVAS
           END-IF
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ FUNCIONARIOS
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       MOVE FUNC-NOME TO WS-CMP-NOME
                       MOVE 20 TO WS-CMP-NOME-TAM
                       PERFORM CONFERIR-NOME
                       IF WS-CONFERE EQUAL 1
                           MOVE FUNC-NIF TO WS-CMP-NIF
                           PERFORM JUNTAR-NIF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIOS
           END-IF
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * comparacoes do titular: CONFERIR-TITULAR aceita o registo
      * pelo NIF (WS-CMP-NIF) ou pelo nome (WS-CMP-NOME, com o
      * tamanho do campo em WS-CMP-NOME-TAM); o nome pedido tem de
      * coincidir com o inicio do campo e acabar num fim de palavra
      *-----------------------
       CONFERIR-TITULAR.
           MOVE 0 TO WS-CONFERE
           IF WS-CMP-NIF NOT EQUAL ZEROS
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-NIFS
                   IF WS-TN-NIF (WS-IDX) EQUAL WS-CMP-NIF
                       MOVE 1 TO WS-CONFERE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CONFERE EQUAL 0
               PERFORM CONFERIR-NOME
           END-IF.

       CONFERIR-NOME.
           MOVE 0 TO WS-CONFERE
           IF WS-NOME-TAM > ZEROS
            AND WS-NOME-TAM NOT > WS-CMP-NOME-TAM
               IF WS-CMP-NOME (1:WS-NOME-TAM) EQUAL
                  WS-NOME-PROCURA (1:WS-NOME-TAM)
                   MOVE 1 TO WS-CONFERE
                   IF WS-NOME-TAM < WS-CMP-NOME-TAM
                    AND WS-CMP-NOME (WS-NOME-TAM + 1:1)
                        NOT EQUAL SPACE
                       MOVE 0 TO WS-CONFERE
                   END-IF
               END-IF
           END-IF.

       JUNTAR-NIF.
           IF WS-CMP-NIF NOT EQUAL ZEROS
               MOVE 0 TO WS-CONFERE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-NIFS
                   IF WS-TN-NIF (WS-IDX) EQUAL WS-CMP-NIF
                       MOVE 1 TO WS-CONFERE
                   END-IF
               END-PERFORM
               IF WS-CONFERE EQUAL 0 AND WS-NUM-NIFS < 50
                   ADD 1 TO WS-NUM-NIFS
                   MOVE WS-CMP-NIF TO WS-TN-NIF (WS-NUM-NIFS)
               END-IF
           END-IF.

       JUNTAR-CLIGAS.
           MOVE 0 TO WS-CONFERE
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-CLIGAS
               IF WS-TG-CLIENTE (WS-IDX) EQUAL WS-CMP-CHAVE
                   MOVE 1 TO WS-CONFERE
               END-IF
           END-PERFORM
           IF WS-CONFERE EQUAL 0 AND WS-NUM-CLIGAS < 50
               ADD 1 TO WS-NUM-CLIGAS
               MOVE WS-CMP-CHAVE TO WS-TG-CLIENTE (WS-NUM-CLIGAS)
           END-IF.

       PROCURAR-CLIGAS.
           MOVE 0 TO WS-CONFERE
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-CLIGAS
               IF WS-TG-CLIENTE (WS-IDX) EQUAL WS-CMP-CHAVE
                   MOVE 1 TO WS-CONFERE
               END-IF
           END-PERFORM.

       JUNTAR-CARTAO.
           MOVE 0 TO WS-CONFERE
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-CARTOES
               IF WS-TC-CARTAO (WS-IDX) EQUAL WS-CMP-CHAVE
                   MOVE 1 TO WS-CONFERE
               END-IF
           END-PERFORM
           IF WS-CONFERE EQUAL 0 AND WS-NUM-CARTOES < 50
               ADD 1 TO WS-NUM-CARTOES
               MOVE WS-CMP-CHAVE TO WS-TC-CARTAO (WS-NUM-CARTOES)
           END-IF.

       PROCURAR-CARTAO.
           MOVE 0 TO WS-CONFERE
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-CARTOES
               IF WS-TC-CARTAO (WS-IDX) EQUAL WS-CMP-CHAVE
                   MOVE 1 TO WS-CONFERE
               END-IF
           END-PERFORM.

      *-----------------------
      * cabecalho e rodape de cada ficheiro do relatorio
      *-----------------------
       TITULO-FICHEIRO.
           MOVE ZEROS TO WS-REG-FICHEIRO
           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL.

       FIM-FICHEIRO.
           IF WS-REG-FICHEIRO EQUAL ZEROS
               MOVE '   SEM REGISTOS DO TITULAR' TO WS-SPOOL-LINHA
               PERFORM ESCREVER-SPOOL
           END-IF
           ADD WS-REG-FICHEIRO TO WS-TOTAL-REGISTOS.

       FICHEIRO-INDISPONIVEL.
           MOVE '   AVISO: FICHEIRO NAO DISPONIVEL - NAO CONSULTADO'
               TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL.

      *-----------------------
      * CLIENTESFAT: ficha do cliente da faturacao
      *-----------------------
       LISTAR-CLIENTESFAT.
           PERFORM TITULO-FICHEIRO
           MOVE ' CLIENTESFAT - CLIENTES DA FATURACAO'
               TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT CLIENTESFAT
           IF WS-FS-CLIENTESFAT NOT EQUAL "00"
               PERFORM FICHEIRO-INDISPONIVEL
           ELSE
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ CLIENTESFAT
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       MOVE CLI-NIF TO WS-CMP-NIF
                       MOVE CLI-NOME TO WS-CMP-NOME
                       MOVE 17 TO WS-CMP-NOME-TAM
                       PERFORM CONFERIR-TITULAR
                       IF WS-CONFERE EQUAL 1
                           ADD 1 TO WS-REG-FICHEIRO
                           MOVE CLI-LIMITE-CREDITO TO WS-EDT-VALOR
                           STRING '   NIF ' CLI-NIF '  NOME: '
                                  CLI-NOME
                                  '  LIMITE DE CREDITO: '
                                  WS-EDT-VALOR
                                  '  PRAZO: ' CLI-PRAZO-DIAS ' DIAS'
                               DELIMITED BY SIZE
                               INTO WS-SPOOL-LINHA
                           END-STRING
                           PERFORM ESCREVER-SPOOL
                           STRING '     MORADA: ' CLI-MORADA
                                  ' ' CLI-COD-POSTAL
                               DELIMITED BY SIZE
                               INTO WS-SPOOL-LINHA
                           END-STRING
                           PERFORM ESCREVER-SPOOL
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTESFAT
           END-IF
           MOVE SPACES TO WS-ENDOFF
           PERFORM FIM-FICHEIRO.

      *-----------------------
      * documentos emitidos ao titular: o FATURAOUT vivo e os
      * arquivos anuais e mensais - sao documentos fiscais, mostrados
      * mas nunca anonimizados
      *-----------------------
       LISTAR-DOCUMENTOS.
           PERFORM TITULO-FICHEIRO
           MOVE ' FATURAOUT - DOCUMENTOS DA FATURACAO (FISCAIS)'
               TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE WS-PATH-FATURAOUT TO WS-PATH-DOCUMENTOS
           OPEN INPUT DOCUMENTOS
           IF WS-FS-DOCUMENTOS NOT EQUAL "00"
               PERFORM FICHEIRO-INDISPONIVEL
           ELSE
               PERFORM LER-DOCUMENTOS-TITULAR
           END-IF
           COMPUTE WS-ANO-INI = WS-HOJE-ANO - WS-ANOS-ARQUIVO
           PERFORM VARYING WS-ANO-ARQ FROM WS-ANO-INI BY 1
               UNTIL WS-ANO-ARQ > WS-HOJE-ANO
               PERFORM VARYING WS-MES-ARQ FROM 0 BY 1
                   UNTIL WS-MES-ARQ > 12
                   PERFORM MONTAR-SUFIXO-ARQUIVO
                   MOVE SPACES TO WS-PATH-DOCUMENTOS
                   STRING 'FATARQ.' DELIMITED BY SIZE
                          WS-ARQ-SUFIXO DELIMITED BY SPACE
                       INTO WS-PATH-DOCUMENTOS
                   END-STRING
                   OPEN INPUT DOCUMENTOS
                   IF WS-FS-DOCUMENTOS EQUAL "00"
                       PERFORM LER-DOCUMENTOS-TITULAR
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM FIM-FICHEIRO.

       LER-DOCUMENTOS-TITULAR.
           MOVE SPACES TO WS-ENDOFF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ DOCUMENTOS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                  IF FOT-MARCA NOT EQUAL '*HEADER* '
                   AND FOT-MARCA NOT EQUAL '*TRAILER*'
                   AND FCL-TIPO-REG EQUAL 'C'
                       MOVE FCL-CAB-NIF-CLIENTE TO WS-CMP-NIF
                       MOVE FCL-CAB-NOME-CLIENTE TO WS-CMP-NOME
                       MOVE 17 TO WS-CMP-NOME-TAM
                       PERFORM CONFERIR-TITULAR
                       IF WS-CONFERE EQUAL 1
                           ADD 1 TO WS-REG-FICHEIRO
                           STRING '   ' FCL-CAB-TIPO-DOC ' '
                                  FCL-CAB-NUM-FATURA
                                  '  DATA: ' FCL-CAB-DATA
                                  '  NIF ' FCL-CAB-NIF-CLIENTE
                                  '  NOME: ' FCL-CAB-NOME-CLIENTE
                               DELIMITED BY SIZE
                               INTO WS-SPOOL-LINHA
                           END-STRING
                           IF WS-PATH-DOCUMENTOS (1:7) EQUAL
                              'FATARQ.'
                               STRING '  ARQUIVO ' WS-ARQ-SUFIXO
                                   DELIMITED BY SIZE
                                   INTO WS-SPOOL-LINHA (80:16)
                               END-STRING
                           END-IF
                           PERFORM ESCREVER-SPOOL
                       END-IF
                  END-IF
               END-READ
           END-PERFORM
           CLOSE DOCUMENTOS
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * CLIENTESGAS: contratos de gas do titular - os numeros de
      * cliente servem para os movimentos do gas
      *-----------------------
       LISTAR-CLIENTESGAS.
           PERFORM TITULO-FICHEIRO
           MOVE ' CLIENTESGAS - CONTRATOS DE GAS' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT FICH-CLIENTES
           IF WS-FS-CLIENTES NOT EQUAL "00"
               PERFORM FICHEIRO-INDISPONIVEL
           ELSE
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ FICH-CLIENTES
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       MOVE CG-NIF TO WS-CMP-NIF
                       MOVE CG-NOME-CLIENTE TO WS-CMP-NOME
                       MOVE 30 TO WS-CMP-NOME-TAM
                       PERFORM CONFERIR-TITULAR
                       IF WS-CONFERE EQUAL 1
                           ADD 1 TO WS-REG-FICHEIRO
                           MOVE CG-NUM-CLIENTE TO WS-CMP-CHAVE
                           PERFORM JUNTAR-CLIGAS
                           STRING '   CLIENTE ' CG-NUM-CLIENTE
                                  '  NIF ' CG-NIF
                                  '  NOME: ' CG-NOME-CLIENTE
                                  '  INICIO: ' CG-DATA-INICIO-CONTR
                               DELIMITED BY SIZE
                               INTO WS-SPOOL-LINHA
                           END-STRING
                           IF CG-ESTADO-CONTRATO EQUAL 'T'
                               STRING '  TERMINADO EM '
                                      CG-DATA-FIM-CONTR
                                   DELIMITED BY SIZE
                                   INTO WS-SPOOL-LINHA (88:23)
                               END-STRING
                           END-IF
                           PERFORM ESCREVER-SPOOL
                           STRING '     MORADA: ' CG-MORADA
                                  ' ' CG-COD-POSTAL
                                  '  IBAN: ' CG-IBAN
                               DELIMITED BY SIZE
                               INTO WS-SPOOL-LINHA
                           END-STRING
                           PERFORM ESCREVER-SPOOL
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FICH-CLIENTES
           END-IF
           MOVE SPACES TO WS-ENDOFF
           PERFORM FIM-FICHEIRO.

       LISTAR-MANDATOS.
           PERFORM TITULO-FICHEIRO
           MOVE ' MANDATOS - MANDATOS DE DEBITO DIRETO'
               TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT FICH-MANDATOS
           IF WS-FS-MANDATOS NOT EQUAL "00"
               PERFORM FICHEIRO-INDISPONIVEL
           ELSE
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ FICH-MANDATOS
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       MOVE MD-NUM-CLIENTE TO WS-CMP-CHAVE
                       PERFORM PROCURAR-CLIGAS
                       IF WS-CONFERE EQUAL 1
                           ADD 1 TO WS-REG-FICHEIRO
                           STRING '   CLIENTE ' MD-NUM-CLIENTE
                                  '  MANDATO: ' MD-REFERENCIA
                                  '  ASSINADO: ' MD-DATA-ASSINATURA
                                  '  ESTADO: ' MD-ESTADO
                               DELIMITED BY SIZE
                               INTO WS-SPOOL-LINHA
                           END-STRING
                           PERFORM ESCREVER-SPOOL
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FICH-MANDATOS
           END-IF
           MOVE SPACES TO WS-ENDOFF
           PERFORM FIM-FICHEIRO.

       LISTAR-ACORDOS.
           PERFORM TITULO-FICHEIRO
           MOVE ' ACORDOS - PLANOS DE PAGAMENTO DO GAS'
               TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT FICH-ACORDOS
           IF WS-FS-ACORDOS NOT EQUAL "00"
               PERFORM FICHEIRO-INDISPONIVEL
           ELSE
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ FICH-ACORDOS
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       MOVE AC-NUM-CLIENTE TO WS-CMP-CHAVE
                       PERFORM PROCURAR-CLIGAS
                       IF WS-CONFERE EQUAL 1
                           ADD 1 TO WS-REG-FICHEIRO
                           MOVE AC-VALOR-PRESTACAO TO WS-EDT-VALOR
                           STRING '   ACORDO ' AC-NUM-ACORDO
                                  '  CLIENTE ' AC-NUM-CLIENTE
                                  '  FATURA ' AC-ANO '/' AC-MES
                                  '  PRESTACAO: ' WS-EDT-VALOR
                                  '  DATA: ' AC-DATA-ACORDO
                                  '  ESTADO: ' AC-ESTADO
                               DELIMITED BY SIZE
                               INTO WS-SPOOL-LINHA
                           END-STRING
                           PERFORM ESCREVER-SPOOL
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FICH-ACORDOS
           END-IF
           MOVE SPACES TO WS-ENDOFF
           PERFORM FIM-FICHEIRO.

       LISTAR-ORDENSCAMPO.
           PERFORM TITULO-FICHEIRO
           MOVE ' ORDENSCAMPO - ORDENS DA EQUIPA DE CAMPO'
               TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT FICH-ORDENSCAMPO
           IF WS-FS-ORDENSCAMPO NOT EQUAL "00"
               PERFORM FICHEIRO-INDISPONIVEL
           ELSE
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ FICH-ORDENSCAMPO
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       MOVE OC-NUM-CLIENTE TO WS-CMP-CHAVE
                       PERFORM PROCURAR-CLIGAS
                       IF WS-CONFERE EQUAL 1
                           ADD 1 TO WS-REG-FICHEIRO
                           STRING '   ORDEM ' OC-TIPO
                                  '  CLIENTE ' OC-NUM-CLIENTE
                                  '  DATA: ' OC-DATA
                                  '  NOME: ' OC-NOME-CLIENTE
                                  '  MORADA: ' OC-MORADA
                               DELIMITED BY SIZE
                               INTO WS-SPOOL-LINHA
                           END-STRING
                           PERFORM ESCREVER-SPOOL
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FICH-ORDENSCAMPO
           END-IF
           MOVE SPACES TO WS-ENDOFF
           PERFORM FIM-FICHEIRO.

      *-----------------------
      * faturas do gas do titular: ficheiro vivo (documento fiscal,
      * mostrado mas nunca anonimizado)
      *-----------------------
       LISTAR-FATURAMES.
           PERFORM TITULO-FICHEIRO
           MOVE ' FATURAMES - FATURAS DO GAS (FISCAIS)'
               TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT FICH-FATURA-MES
           IF WS-FS-MES NOT EQUAL "00"
               PERFORM FICHEIRO-INDISPONIVEL
           ELSE
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ FICH-FATURA-MES NEXT RECORD
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       MOVE FM-NUM-CLIENTE TO WS-CMP-CHAVE
                       PERFORM PROCURAR-CLIGAS
                       IF WS-CONFERE EQUAL 1
                           ADD 1 TO WS-REG-FICHEIRO
                           MOVE FM-VALOR-A-PAGAR TO WS-EDT-VALOR
                           STRING '   CLIENTE ' FM-NUM-CLIENTE
                                  '  FATURA ' FM-ANO '/' FM-MES
                                  '  NOME: ' FM-NOME-CLIENTE
                                  '  VALOR: ' WS-EDT-VALOR
                                  '  ESTADO: ' FM-ESTADO-PAGAMENTO
                               DELIMITED BY SIZE
                               INTO WS-SPOOL-LINHA
                           END-STRING
                           PERFORM ESCREVER-SPOOL
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FICH-FATURA-MES
           END-IF
           MOVE SPACES TO WS-ENDOFF
           PERFORM FIM-FICHEIRO.

       LISTAR-GASARQ.
           PERFORM TITULO-FICHEIRO
           MOVE ' GASARQ - FATURAS DO GAS ARQUIVADAS (FISCAIS)'
               TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           COMPUTE WS-ANO-INI = WS-HOJE-ANO - WS-ANOS-ARQUIVO
           PERFORM VARYING WS-ANO-ARQ FROM WS-ANO-INI BY 1
               UNTIL WS-ANO-ARQ > WS-HOJE-ANO
               MOVE SPACES TO WS-PATH-ARQGAS
               STRING 'GASARQ.' DELIMITED BY SIZE
                      WS-ANO-ARQ DELIMITED BY SIZE
                   INTO WS-PATH-ARQGAS
               END-STRING
               MOVE SPACES TO WS-ENDOFF
               OPEN INPUT ARQGAS
               IF WS-FS-ARQGAS EQUAL "00"
                   PERFORM UNTIL WS-ENDOFF = 'F'
                       READ ARQGAS
                       AT END MOVE 'F' TO WS-ENDOFF
                       NOT AT END
                           MOVE AGAS-NUM-CLIENTE TO WS-CMP-CHAVE
                           PERFORM PROCURAR-CLIGAS
                           IF WS-CONFERE EQUAL 1
                               ADD 1 TO WS-REG-FICHEIRO
                               MOVE AGAS-VALOR-A-PAGAR
                                   TO WS-EDT-VALOR
                               STRING '   CLIENTE ' AGAS-NUM-CLIENTE
                                      '  FATURA ' AGAS-ANO '/'
                                      AGAS-MES
                                      '  NOME: ' AGAS-NOME-CLIENTE
                                      '  VALOR: ' WS-EDT-VALOR
                                      '  ARQUIVO ' WS-ANO-ARQ
                                   DELIMITED BY SIZE
                                   INTO WS-SPOOL-LINHA
                               END-STRING
                               PERFORM ESCREVER-SPOOL
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQGAS
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-ENDOFF
           PERFORM FIM-FICHEIRO.

      *-----------------------
      * CARTOES: cartoes de fidelizacao - os numeros dos cartoes
      * servem para as vendas feitas com o cartao
      *-----------------------
       LISTAR-CARTOES.
           PERFORM TITULO-FICHEIRO
           MOVE ' CARTOES - CARTOES DE FIDELIZACAO' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT CARTOES
           IF WS-FS-CARTOES NOT EQUAL "00"
               PERFORM FICHEIRO-INDISPONIVEL
           ELSE
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ CARTOES
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       MOVE CRT-NIF TO WS-CMP-NIF
                       MOVE CRT-NOME TO WS-CMP-NOME
                       MOVE 30 TO WS-CMP-NOME-TAM
                       PERFORM CONFERIR-TITULAR
                       IF WS-CONFERE EQUAL 1
                           ADD 1 TO WS-REG-FICHEIRO
                           MOVE CRT-NUM TO WS-CMP-CHAVE
                           PERFORM JUNTAR-CARTAO
                           STRING '   CARTAO ' CRT-NUM
                                  '  NIF ' CRT-NIF
                                  '  NOME: ' CRT-NOME
                                  '  PONTOS: ' CRT-PONTOS
                               DELIMITED BY SIZE
                               INTO WS-SPOOL-LINHA
                           END-STRING
                           PERFORM ESCREVER-SPOOL
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CARTOES
           END-IF
           MOVE SPACES TO WS-ENDOFF
           PERFORM FIM-FICHEIRO.

      *-----------------------
      * vendas com os cartoes do titular: ficheiro vivo e arquivos
      * anuais e mensais
      *-----------------------
       LISTAR-VENDAS.
           PERFORM TITULO-FICHEIRO
           MOVE ' VENDAS - COMPRAS COM CARTAO DE FIDELIZACAO'
               TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           IF WS-NUM-CARTOES > ZEROS
               MOVE WS-PATH-VENVIVO TO WS-PATH-VENDAS
               OPEN INPUT VENDAS
               IF WS-FS-VENDAS NOT EQUAL "00"
                   PERFORM FICHEIRO-INDISPONIVEL
               ELSE
                   PERFORM LER-VENDAS-TITULAR
               END-IF
               COMPUTE WS-ANO-INI = WS-HOJE-ANO - WS-ANOS-ARQUIVO
               PERFORM VARYING WS-ANO-ARQ FROM WS-ANO-INI BY 1
                   UNTIL WS-ANO-ARQ > WS-HOJE-ANO
                   PERFORM VARYING WS-MES-ARQ FROM 0 BY 1
                       UNTIL WS-MES-ARQ > 12
                       PERFORM MONTAR-SUFIXO-ARQUIVO
                       MOVE SPACES TO WS-PATH-VENDAS
                       STRING 'VENARQ.' DELIMITED BY SIZE
                              WS-ARQ-SUFIXO DELIMITED BY SPACE
                           INTO WS-PATH-VENDAS
                       END-STRING
                       OPEN INPUT VENDAS
                       IF WS-FS-VENDAS EQUAL "00"
                           PERFORM LER-VENDAS-TITULAR
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF
           PERFORM FIM-FICHEIRO.

       LER-VENDAS-TITULAR.
           MOVE SPACES TO WS-ENDOFF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ VENDAS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF VEN-NUM-CARTAO IS NUMERIC
                    AND VEN-NUM-CARTAO NOT EQUAL ZEROS
                       MOVE VEN-NUM-CARTAO TO WS-CMP-CHAVE
                       PERFORM PROCURAR-CARTAO
                       IF WS-CONFERE EQUAL 1
                           ADD 1 TO WS-REG-FICHEIRO
                           MOVE VEN-TOTAL-ARTIGO TO WS-EDT-VALOR
                           STRING '   ' VEN-DATA-VENDA
                                  '  LOJA ' VEN-COD-LOJA
                                  '  TICKET ' VEN-NUM-TICKET
                                  '  ' VEN-NOME-ARTIGO
                                  '  QUANT: ' VEN-QUANT-ARTIGO
                                  '  TOTAL: ' WS-EDT-VALOR
                                  '  CARTAO ' VEN-NUM-CARTAO
                               DELIMITED BY SIZE
                               INTO WS-SPOOL-LINHA
                           END-STRING
                           PERFORM ESCREVER-SPOOL
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE VENDAS
           MOVE SPACES TO WS-ENDOFF.

       LISTAR-VALES.
           PERFORM TITULO-FICHEIRO
           MOVE ' VALES - VALES DE OFERTA' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT VALES
           IF WS-FS-VALES NOT EQUAL "00"
               PERFORM FICHEIRO-INDISPONIVEL
           ELSE
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ VALES
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       MOVE VAL-NIF TO WS-CMP-NIF
                       MOVE SPACES TO WS-CMP-NOME
                       MOVE ZEROS TO WS-CMP-NOME-TAM
                       PERFORM CONFERIR-TITULAR
                       IF WS-CONFERE EQUAL 1
                           ADD 1 TO WS-REG-FICHEIRO
                           MOVE VAL-SALDO TO WS-EDT-VALOR
                           STRING '   VALE ' VAL-NUM
                                  '  EMITIDO: ' VAL-DATA-EMISSAO
                                  '  SALDO: ' WS-EDT-VALOR
                                  '  ESTADO: ' VAL-ESTADO
                               DELIMITED BY SIZE
                               INTO WS-SPOOL-LINHA
                           END-STRING
                           PERFORM ESCREVER-SPOOL
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE VALES
           END-IF
           MOVE SPACES TO WS-ENDOFF
           PERFORM FIM-FICHEIRO.

       LISTAR-RESERVAS.
           PERFORM TITULO-FICHEIRO
           MOVE ' RESERVAS - RESERVAS DE LIVROS' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT RESERVAS
           IF WS-FS-RESERVAS NOT EQUAL "00"
               PERFORM FICHEIRO-INDISPONIVEL
           ELSE
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ RESERVAS
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       MOVE RSV-NIF TO WS-CMP-NIF
                       MOVE RSV-NOME TO WS-CMP-NOME
                       MOVE 30 TO WS-CMP-NOME-TAM
                       PERFORM CONFERIR-TITULAR
                       IF WS-CONFERE EQUAL 1
                           ADD 1 TO WS-REG-FICHEIRO
                           STRING '   TITULO ' RSV-COD-IDENT
                                  '  DATA: ' RSV-DATA
                                  '  NOME: ' RSV-NOME
                                  '  CONTACTO: ' RSV-CONTACTO
                                  '  ESTADO: ' RSV-ESTADO
                               DELIMITED BY SIZE
                               INTO WS-SPOOL-LINHA
                           END-STRING
                           PERFORM ESCREVER-SPOOL
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVAS
           END-IF
           MOVE SPACES TO WS-ENDOFF
           PERFORM FIM-FICHEIRO.

       LISTAR-FUNCIONARIOS.
           PERFORM TITULO-FICHEIRO
           MOVE ' FUNCIONARIOS - FICHA DE PESSOAL' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS NOT EQUAL "00"
               PERFORM FICHEIRO-INDISPONIVEL
           ELSE
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ FUNCIONARIOS
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       MOVE FUNC-NIF TO WS-CMP-NIF
                       MOVE FUNC-NOME TO WS-CMP-NOME
                       MOVE 20 TO WS-CMP-NOME-TAM
                       PERFORM CONFERIR-TITULAR
                       IF WS-CONFERE EQUAL 1
                           ADD 1 TO WS-REG-FICHEIRO
                           STRING '   FUNCIONARIO ' FUNC-ID
                                  '  NOME: ' FUNC-NOME
                                  '  NASCIMENTO: ' FUNC-DATA-NASC
                                  '  NIF ' FUNC-NIF
                                  '  NISS ' FUNC-NISS
                               DELIMITED BY SIZE
                               INTO WS-SPOOL-LINHA
                           END-STRING
                           PERFORM ESCREVER-SPOOL
                           STRING '     ' FUNC-CATEGORIA
                                  '  ' FUNC-SECCAO
                                  '  ADMISSAO: ' FUNC-DATA-ADMISSAO
                                  '  ESTADO: ' FUNC-ESTADO
                                  '  SAIDA: ' FUNC-DATA-SAIDA
                                  '  IBAN: ' FUNC-IBAN
                               DELIMITED BY SIZE
                               INTO WS-SPOOL-LINHA
                           END-STRING
                           PERFORM ESCREVER-SPOOL
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIOS
           END-IF
           MOVE SPACES TO WS-ENDOFF
           PERFORM FIM-FICHEIRO.

      *-----------------------
      * anonimizacao dos titulares fora da retencao: so supervisores;
      * os documentos fiscais (FATURAOUT, FATURAMES e os arquivos
      * anuais) ficam intactos - apagam-se os nomes, moradas, IBAN e
      * contactos dos mestres, e cada registo anonimizado fica na
      * auditoria
      *-----------------------
       ANONIMIZAR.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY '*** OPCAO RESERVADA A SUPERVISORES ***'
           ELSE
               PERFORM ANONIMIZAR-SUP
           END-IF.

       ANONIMIZAR-SUP.
           DISPLAY 'RETENCAO: ' WS-RETENCAO-MESES ' MESES - '
               'CONFIRMA A ANONIMIZACAO (S/N)? '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S'
               DISPLAY 'ANONIMIZACAO ANULADA'
           ELSE
               MOVE ZEROS TO WS-RC
               MOVE ZEROS TO WS-ANONIMIZADOS
               PERFORM ABRIR-SPOOL
               MOVE '------------------------------------------------'
                   TO WS-SPOOL-LINHA
               PERFORM ESCREVER-SPOOL
               STRING ' ANONIMIZACAO DE DADOS PESSOAIS - DATA '
                      WS-DATA-PROCESSAMENTO
                      '  RETENCAO ' WS-RETENCAO-MESES ' MESES'
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
               MOVE '------------------------------------------------'
                   TO WS-SPOOL-LINHA
               PERFORM ESCREVER-SPOOL
               PERFORM ANONIMIZAR-GAS THRU ANONIMIZAR-GAS-FIM
               PERFORM ANONIMIZAR-ORDENS THRU ANONIMIZAR-ORDENS-FIM
               PERFORM ANONIMIZAR-CLIFAT THRU ANONIMIZAR-CLIFAT-FIM
               PERFORM ANONIMIZAR-CARTOES THRU ANONIMIZAR-CARTOES-FIM
               PERFORM ANONIMIZAR-RESERVAS
                   THRU ANONIMIZAR-RESERVAS-FIM
               PERFORM ANONIMIZAR-FUNC THRU ANONIMIZAR-FUNC-FIM
               MOVE ' ' TO WS-SPOOL-LINHA
               PERFORM ESCREVER-SPOOL
               STRING ' TOTAL DE REGISTOS ANONIMIZADOS: '
                      WS-ANONIMIZADOS
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
               PERFORM FECHAR-SPOOL
               MOVE WS-ANONIMIZADOS TO WS-JOB-REGISTOS
               PERFORM ESCREVER-JOBLEDGER
               MOVE WS-RC TO RETURN-CODE
           END-IF.

      *-----------------------
      * devolve em WS-FORA-RETENCAO 1 quando a data em WS-DATA-AUX
      * ja passou a retencao (data a zeros nunca passou)
      *-----------------------
       VERIFICAR-RETENCAO.
           MOVE 0 TO WS-FORA-RETENCAO
           IF WS-DATA-AUX IS NUMERIC
            AND WS-DATA-AUX NOT EQUAL ZEROS
               COMPUTE WS-ANOMES-AUX =
                   (WS-AUX-ANO * 12) + WS-AUX-MES
               IF WS-ANOMES-AUX NOT > WS-LIMITE-ANOMES
                   MOVE 1 TO WS-FORA-RETENCAO
               END-IF
           END-IF.

       REGISTAR-ANONIMIZACAO.
           ADD 1 TO WS-ANON-FICHEIRO
           ADD 1 TO WS-ANONIMIZADOS
           MOVE SPACES TO WS-AUD-DESCRICAO
           STRING 'ANONIMIZACAO ' WS-AUD-FICHEIRO ' ' WS-AUD-CHAVE
               DELIMITED BY SIZE INTO WS-AUD-DESCRICAO
           END-STRING
           PERFORM ESCREVER-AUDITORIA.

       RESUMO-ANONIMIZACAO.
           STRING '   ' WS-AUD-FICHEIRO
                  ' ANONIMIZADOS: ' WS-ANON-FICHEIRO
                  '  RETIDOS POR DIVIDA OU SALDO: ' WS-RETIDOS-DIVIDA
                  '  SEM DATA DE ATIVIDADE: ' WS-RETIDOS-SEM-DATA
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL.

       AVISO-SALTADO.
           STRING '   AVISO: ' WS-AUD-FICHEIRO
                  ' NAO ANONIMIZADO - FICHEIRO NAO DISPONIVEL OU '
                  'DADOS INCOMPLETOS'
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           IF WS-RC < 4
               MOVE 4 TO WS-RC
           END-IF.

      *-----------------------
      * gas: contrato terminado ('T') ha mais do que a retencao e
      * sem divida no NIF pela rotina DIVIDA_GAS - os candidatos sao
      * conferidos antes de reescrever o ficheiro de clientes, que a
      * rotina tambem le
      *-----------------------
      *-----------------------
      * sufixo do arquivo: o ano, para os arquivos anuais do
      * ARQUIVA (mes a zeros), ou o ano e o mes, para os arquivos
      * mensais do FECHO_MES
      *-----------------------
       MONTAR-SUFIXO-ARQUIVO.
           MOVE SPACES TO WS-ARQ-SUFIXO
           MOVE WS-ANO-ARQ TO WS-ARQ-SUFIXO (1:4)
           IF WS-MES-ARQ > ZEROS
               MOVE WS-MES-ARQ TO WS-ARQ-SUFIXO (5:2)
           END-IF.

       ANONIMIZAR-GAS.
           MOVE 'CLIENTESGAS ' TO WS-AUD-FICHEIRO
           MOVE ZEROS TO WS-ANON-FICHEIRO
           MOVE ZEROS TO WS-RETIDOS-DIVIDA
           MOVE ZEROS TO WS-RETIDOS-SEM-DATA
           MOVE ZEROS TO WS-NUM-CANDGAS
           MOVE ZEROS TO WS-NUM-ANONGAS
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT FICH-CLIENTES
           IF WS-FS-CLIENTES NOT EQUAL "00"
               PERFORM AVISO-SALTADO
               GO TO ANONIMIZAR-GAS-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ FICH-CLIENTES
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   MOVE CG-DATA-FIM-CONTR TO WS-DATA-AUX
                   PERFORM VERIFICAR-RETENCAO
                   IF CG-ESTADO-CONTRATO EQUAL 'T'
                    AND WS-FORA-RETENCAO EQUAL 1
                    AND (CG-NOME-CLIENTE NOT EQUAL SPACES
                     OR CG-MORADA NOT EQUAL SPACES
                     OR CG-IBAN NOT EQUAL SPACES)
                    AND WS-NUM-CANDGAS < 999
                       ADD 1 TO WS-NUM-CANDGAS
                       MOVE CG-NUM-CLIENTE
                           TO WS-CAND-CLIENTE (WS-NUM-CANDGAS)
                       MOVE CG-NIF TO WS-CAND-NIF (WS-NUM-CANDGAS)
                       MOVE 'N' TO WS-CAND-ESTADO (WS-NUM-CANDGAS)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FICH-CLIENTES
           MOVE SPACES TO WS-ENDOFF

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-CANDGAS
               MOVE WS-CAND-NIF (WS-IDX) TO WS-DG-NIF
               CALL 'DIVIDA_GAS' USING WS-DG-PEDIDO
               IF WS-DG-RESULTADO EQUAL 9
                   PERFORM AVISO-SALTADO
                   GO TO ANONIMIZAR-GAS-FIM
               END-IF
               IF WS-DG-VALOR-DIVIDA EQUAL ZEROS
                AND WS-DG-VALOR-EM-ACORDO EQUAL ZEROS
                   MOVE 'S' TO WS-CAND-ESTADO (WS-IDX)
               ELSE
                   ADD 1 TO WS-RETIDOS-DIVIDA
               END-IF
           END-PERFORM

           OPEN INPUT FICH-CLIENTES
           OPEN OUTPUT FICH-CLIENTESTEMP
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ FICH-CLIENTES
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-NUM-CANDGAS
                       IF WS-CAND-CLIENTE (WS-IDX) EQUAL CG-NUM-CLIENTE
                        AND WS-CAND-ESTADO (WS-IDX) EQUAL 'S'
                           MOVE SPACES TO CG-NOME-CLIENTE
                           MOVE SPACES TO CG-MORADA
                           MOVE SPACES TO CG-COD-POSTAL
                           MOVE SPACES TO CG-IBAN
                           MOVE CG-NUM-CLIENTE TO WS-AUD-CHAVE
                           PERFORM REGISTAR-ANONIMIZACAO
                           MOVE WS-NUM-CANDGAS TO WS-IDX
                       END-IF
                   END-PERFORM
                   IF CG-ESTADO-CONTRATO EQUAL 'T'
                    AND CG-NOME-CLIENTE EQUAL SPACES
                    AND WS-NUM-ANONGAS < 2000
                       ADD 1 TO WS-NUM-ANONGAS
                       MOVE CG-NUM-CLIENTE
                           TO WS-ANON-CLIENTE (WS-NUM-ANONGAS)
                   END-IF
                   WRITE CLIENTETEMP-REG FROM CLIENTE-GAS-REG
               END-READ
           END-PERFORM
           CLOSE FICH-CLIENTES
           CLOSE FICH-CLIENTESTEMP
           MOVE SPACES TO WS-ENDOFF

           IF WS-ANON-FICHEIRO > ZEROS
               OPEN INPUT FICH-CLIENTESTEMP
               OPEN OUTPUT FICH-CLIENTES
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ FICH-CLIENTESTEMP
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       WRITE CLIENTE-GAS-REG FROM CLIENTETEMP-REG
                   END-READ
               END-PERFORM
               CLOSE FICH-CLIENTESTEMP
               CLOSE FICH-CLIENTES
               MOVE SPACES TO WS-ENDOFF
           END-IF
           PERFORM RESUMO-ANONIMIZACAO.

       ANONIMIZAR-GAS-FIM.
           MOVE SPACES TO WS-ENDOFF
           EXIT.

      *-----------------------
      * ordens de campo dos clientes do gas ja anonimizados: o nome
      * e a morada da ordem saem com o cliente
      *-----------------------
       ANONIMIZAR-ORDENS.
           MOVE 'ORDENSCAMPO ' TO WS-AUD-FICHEIRO
           MOVE ZEROS TO WS-ANON-FICHEIRO
           MOVE ZEROS TO WS-RETIDOS-DIVIDA
           MOVE ZEROS TO WS-RETIDOS-SEM-DATA
           IF WS-NUM-ANONGAS EQUAL ZEROS
               PERFORM RESUMO-ANONIMIZACAO
               GO TO ANONIMIZAR-ORDENS-FIM
           END-IF
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT FICH-ORDENSCAMPO
           IF WS-FS-ORDENSCAMPO NOT EQUAL "00"
               PERFORM RESUMO-ANONIMIZACAO
               GO TO ANONIMIZAR-ORDENS-FIM
           END-IF
           OPEN OUTPUT ORDENSTEMP
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ FICH-ORDENSCAMPO
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF OC-NOME-CLIENTE NOT EQUAL SPACES
                    OR OC-MORADA NOT EQUAL SPACES
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-NUM-ANONGAS
                           IF WS-ANON-CLIENTE (WS-IDX) EQUAL
                              OC-NUM-CLIENTE
                               MOVE SPACES TO OC-NOME-CLIENTE
                               MOVE SPACES TO OC-MORADA
                               MOVE OC-NUM-CLIENTE TO WS-AUD-CHAVE
                               PERFORM REGISTAR-ANONIMIZACAO
                               MOVE WS-NUM-ANONGAS TO WS-IDX
                           END-IF
                       END-PERFORM
                   END-IF
                   WRITE ORDEMTEMP-REG FROM ORDEM-CAMPO-REG
               END-READ
           END-PERFORM
           CLOSE FICH-ORDENSCAMPO
           CLOSE ORDENSTEMP
           MOVE SPACES TO WS-ENDOFF

           IF WS-ANON-FICHEIRO > ZEROS
               OPEN INPUT ORDENSTEMP
               OPEN OUTPUT FICH-ORDENSCAMPO
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ ORDENSTEMP
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       WRITE ORDEM-CAMPO-REG FROM ORDEMTEMP-REG
                   END-READ
               END-PERFORM
               CLOSE ORDENSTEMP
               CLOSE FICH-ORDENSCAMPO
           END-IF
           PERFORM RESUMO-ANONIMIZACAO.

       ANONIMIZAR-ORDENS-FIM.
           MOVE SPACES TO WS-ENDOFF
           EXIT.

      *-----------------------
      * faturacao: cliente cujo ultimo documento (vivo ou arquivado)
      * ja passou a retencao e sem saldo em aberto nos documentos
      * vivos (total das linhas menos os recebimentos, como na
      * visao do cliente); cliente sem documentos conhecidos nao e
      * anonimizado, por nao haver data de ultima relacao
      *-----------------------
       ANONIMIZAR-CLIFAT.
           MOVE 'CLIENTESFAT ' TO WS-AUD-FICHEIRO
           MOVE ZEROS TO WS-ANON-FICHEIRO
           MOVE ZEROS TO WS-RETIDOS-DIVIDA
           MOVE ZEROS TO WS-RETIDOS-SEM-DATA
           MOVE ZEROS TO WS-NUM-CLIFAT
           MOVE 0 TO WS-CLIFAT-CHEIA
           MOVE ZEROS TO WS-NUM-DOCS
           MOVE 0 TO WS-DOCS-CHEIA
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT CLIENTESFAT
           IF WS-FS-CLIENTESFAT NOT EQUAL "00"
               PERFORM AVISO-SALTADO
               GO TO ANONIMIZAR-CLIFAT-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ CLIENTESFAT
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF WS-NUM-CLIFAT < 2000
                       ADD 1 TO WS-NUM-CLIFAT
                       MOVE CLI-NIF TO WS-TF-NIF (WS-NUM-CLIFAT)
                       MOVE ZEROS
                           TO WS-TF-ULTIMA-DATA (WS-NUM-CLIFAT)
                       MOVE ZEROS TO WS-TF-SALDO (WS-NUM-CLIFAT)
                   ELSE
                       MOVE 1 TO WS-CLIFAT-CHEIA
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CLIENTESFAT
           MOVE SPACES TO WS-ENDOFF

           MOVE WS-PATH-FATURAOUT TO WS-PATH-DOCUMENTOS
           OPEN INPUT DOCUMENTOS
           IF WS-FS-DOCUMENTOS NOT EQUAL "00"
               PERFORM AVISO-SALTADO
               GO TO ANONIMIZAR-CLIFAT-FIM
           END-IF
           PERFORM LER-DOCUMENTOS-CLIFAT
           IF WS-DOCS-CHEIA EQUAL 1
               PERFORM AVISO-SALTADO
               GO TO ANONIMIZAR-CLIFAT-FIM
           END-IF
           PERFORM ABATER-RECEBIMENTOS
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-DOCS
               COMPUTE WS-SALDO-DOC =
                   WS-DOC-TOTAL (WS-IDX) - WS-DOC-RECEBIDO (WS-IDX)
               IF WS-DOC-TIPO (WS-IDX) EQUAL 'NC'
                   COMPUTE WS-SALDO-DOC = 0 - WS-SALDO-DOC
               END-IF
               MOVE WS-DOC-CLI (WS-IDX) TO WS-IDX-2
               ADD WS-SALDO-DOC TO WS-TF-SALDO (WS-IDX-2)
           END-PERFORM

      *    os arquivos so contam para a data do ultimo
      *    documento - a divida em aberto vive no ficheiro vivo
           COMPUTE WS-ANO-INI = WS-HOJE-ANO - WS-ANOS-ARQUIVO
           PERFORM VARYING WS-ANO-ARQ FROM WS-ANO-INI BY 1
               UNTIL WS-ANO-ARQ > WS-HOJE-ANO
               PERFORM VARYING WS-MES-ARQ FROM 0 BY 1
                   UNTIL WS-MES-ARQ > 12
                   PERFORM MONTAR-SUFIXO-ARQUIVO
                   MOVE SPACES TO WS-PATH-DOCUMENTOS
                   STRING 'FATARQ.' DELIMITED BY SIZE
                          WS-ARQ-SUFIXO DELIMITED BY SPACE
                       INTO WS-PATH-DOCUMENTOS
                   END-STRING
                   OPEN INPUT DOCUMENTOS
                   IF WS-FS-DOCUMENTOS EQUAL "00"
                       PERFORM LER-DOCUMENTOS-CLIFAT
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE ZEROS TO WS-IDX-2
           OPEN INPUT CLIENTESFAT
           OPEN OUTPUT CLIFATTEMP
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ CLIENTESFAT
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   ADD 1 TO WS-IDX-2
                   IF WS-IDX-2 NOT > WS-NUM-CLIFAT
                    AND CLI-NOME NOT EQUAL SPACES
                       PERFORM AVALIAR-CLIFAT
                   END-IF
                   WRITE CLIFATTEMP-REG FROM CLIENTEFAT-REG
               END-READ
           END-PERFORM
           CLOSE CLIENTESFAT
           CLOSE CLIFATTEMP
           MOVE SPACES TO WS-ENDOFF

           IF WS-ANON-FICHEIRO > ZEROS
               OPEN INPUT CLIFATTEMP
               OPEN OUTPUT CLIENTESFAT
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ CLIFATTEMP
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       WRITE CLIENTEFAT-REG FROM CLIFATTEMP-REG
                   END-READ
               END-PERFORM
               CLOSE CLIFATTEMP
               CLOSE CLIENTESFAT
           END-IF
           IF WS-CLIFAT-CHEIA EQUAL 1
               PERFORM AVISO-SALTADO
           END-IF
           PERFORM RESUMO-ANONIMIZACAO.

       ANONIMIZAR-CLIFAT-FIM.
           MOVE SPACES TO WS-ENDOFF
           EXIT.

       AVALIAR-CLIFAT.
           MOVE WS-TF-ULTIMA-DATA (WS-IDX-2) TO WS-DATA-AUX
           PERFORM VERIFICAR-RETENCAO
           IF WS-TF-ULTIMA-DATA (WS-IDX-2) EQUAL ZEROS
               ADD 1 TO WS-RETIDOS-SEM-DATA
           ELSE
               IF WS-FORA-RETENCAO EQUAL 1
                   IF WS-TF-SALDO (WS-IDX-2) NOT EQUAL ZEROS
                       ADD 1 TO WS-RETIDOS-DIVIDA
                   ELSE
                       MOVE SPACES TO CLI-NOME
                       MOVE SPACES TO CLI-MORADA
                       MOVE SPACES TO CLI-COD-POSTAL
                       MOVE CLI-NIF TO WS-AUD-CHAVE
                       PERFORM REGISTAR-ANONIMIZACAO
                   END-IF
               END-IF
           END-IF.

      *-----------------------
      * le um ficheiro de documentos (vivo ou arquivado) e guarda a
      * data do ultimo documento de cada cliente; do vivo guarda
      * tambem os documentos para o saldo em aberto
      *-----------------------
       LER-DOCUMENTOS-CLIFAT.
           MOVE SPACES TO WS-ENDOFF
           MOVE ZEROS TO WS-DOC-ATUAL
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ DOCUMENTOS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                  IF FOT-MARCA EQUAL '*HEADER* '
                   OR FOT-MARCA EQUAL '*TRAILER*'
                      CONTINUE
                  ELSE
                   IF FCL-TIPO-REG EQUAL 'C'
                       MOVE ZEROS TO WS-DOC-ATUAL
                       MOVE ZEROS TO WS-IDX-2
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-NUM-CLIFAT
                           IF WS-TF-NIF (WS-IDX) EQUAL
                              FCL-CAB-NIF-CLIENTE
                               MOVE WS-IDX TO WS-IDX-2
                               MOVE WS-NUM-CLIFAT TO WS-IDX
                           END-IF
                       END-PERFORM
                       IF WS-IDX-2 > ZEROS
                        AND FCL-CAB-DATA IS NUMERIC
                           MOVE FCL-CAB-DATA TO WS-DOC-DATA
                           IF WS-DOC-DATA >
                              WS-TF-ULTIMA-DATA (WS-IDX-2)
                               MOVE WS-DOC-DATA
                                   TO WS-TF-ULTIMA-DATA (WS-IDX-2)
                           END-IF
                       END-IF
                       IF WS-IDX-2 > ZEROS
                        AND WS-PATH-DOCUMENTOS EQUAL WS-PATH-FATURAOUT
                        AND FCL-CAB-TIPO-DOC NOT EQUAL 'OR'
                        AND FCL-CAB-TIPO-DOC NOT EQUAL 'GR'
                        AND FCL-CAB-TIPO-DOC NOT EQUAL 'AD'
                           IF WS-NUM-DOCS < 5000
                               ADD 1 TO WS-NUM-DOCS
                               MOVE WS-NUM-DOCS TO WS-DOC-ATUAL
                               MOVE FCL-CAB-NUM-FATURA
                                   TO WS-DOC-NUM (WS-NUM-DOCS)
                               MOVE WS-IDX-2
                                   TO WS-DOC-CLI (WS-NUM-DOCS)
                               MOVE FCL-CAB-TIPO-DOC
                                   TO WS-DOC-TIPO (WS-NUM-DOCS)
                               MOVE ZEROS
                                   TO WS-DOC-TOTAL (WS-NUM-DOCS)
                               MOVE ZEROS
                                   TO WS-DOC-RECEBIDO (WS-NUM-DOCS)
                           ELSE
                               MOVE 1 TO WS-DOCS-CHEIA
                           END-IF
                       END-IF
                   ELSE
                       IF WS-DOC-ATUAL > ZEROS
                        AND FCL-LINHA-TIPO-DOC EQUAL 'DA'
                           SUBTRACT FCL-TOTAL-PRODUTO
                               FROM WS-DOC-TOTAL (WS-DOC-ATUAL)
                       END-IF
                       IF WS-DOC-ATUAL > ZEROS
                        AND FCL-LINHA-TIPO-DOC NOT EQUAL 'DA'
                           ADD FCL-TOTAL-PRODUTO
                               TO WS-DOC-TOTAL (WS-DOC-ATUAL)
                       END-IF
                   END-IF
                  END-IF
               END-READ
           END-PERFORM
           CLOSE DOCUMENTOS
           MOVE SPACES TO WS-ENDOFF.

       ABATER-RECEBIMENTOS.
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT RECEBIMENTOS
           IF WS-FS-RECEBIMENTOS EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ RECEBIMENTOS
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-NUM-DOCS
                           IF WS-DOC-NUM (WS-IDX) EQUAL RC-NUM-FATURA
                               ADD RC-VALOR TO WS-DOC-RECEBIDO (WS-IDX)
                               MOVE WS-NUM-DOCS TO WS-IDX
                           END-IF
                       END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE RECEBIMENTOS
           END-IF
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * cartoes: ultima compra com o cartao (vendas vivas e
      * arquivadas) ja fora da retencao e nenhum vale de oferta do
      * mesmo NIF ainda com saldo; sem o ficheiro vivo de vendas
      * nao ha como saber a ultima compra e nada e anonimizado
      *-----------------------
       ANONIMIZAR-CARTOES.
           MOVE 'CARTOES     ' TO WS-AUD-FICHEIRO
           MOVE ZEROS TO WS-ANON-FICHEIRO
           MOVE ZEROS TO WS-RETIDOS-DIVIDA
           MOVE ZEROS TO WS-RETIDOS-SEM-DATA
           MOVE ZEROS TO WS-NUM-CRT
           MOVE 0 TO WS-CRT-CHEIA
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT CARTOES
           IF WS-FS-CARTOES NOT EQUAL "00"
               PERFORM AVISO-SALTADO
               GO TO ANONIMIZAR-CARTOES-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ CARTOES
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF WS-NUM-CRT < 2000
                       ADD 1 TO WS-NUM-CRT
                       MOVE CRT-NUM TO WS-TK-CARTAO (WS-NUM-CRT)
                       MOVE CRT-NIF TO WS-TK-NIF (WS-NUM-CRT)
                       MOVE ZEROS TO WS-TK-ULTIMA-DATA (WS-NUM-CRT)
                       MOVE 'N' TO WS-TK-VALE (WS-NUM-CRT)
                   ELSE
                       MOVE 1 TO WS-CRT-CHEIA
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CARTOES
           MOVE SPACES TO WS-ENDOFF

           MOVE WS-PATH-VENVIVO TO WS-PATH-VENDAS
           OPEN INPUT VENDAS
           IF WS-FS-VENDAS NOT EQUAL "00"
               PERFORM AVISO-SALTADO
               GO TO ANONIMIZAR-CARTOES-FIM
           END-IF
           PERFORM LER-VENDAS-CARTOES
           COMPUTE WS-ANO-INI = WS-HOJE-ANO - WS-ANOS-ARQUIVO
           PERFORM VARYING WS-ANO-ARQ FROM WS-ANO-INI BY 1
               UNTIL WS-ANO-ARQ > WS-HOJE-ANO
               PERFORM VARYING WS-MES-ARQ FROM 0 BY 1
                   UNTIL WS-MES-ARQ > 12
                   PERFORM MONTAR-SUFIXO-ARQUIVO
                   MOVE SPACES TO WS-PATH-VENDAS
                   STRING 'VENARQ.' DELIMITED BY SIZE
                          WS-ARQ-SUFIXO DELIMITED BY SPACE
                       INTO WS-PATH-VENDAS
                   END-STRING
                   OPEN INPUT VENDAS
                   IF WS-FS-VENDAS EQUAL "00"
                       PERFORM LER-VENDAS-CARTOES
                   END-IF
               END-PERFORM
           END-PERFORM

           OPEN INPUT VALES
           IF WS-FS-VALES EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ VALES
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       IF VAL-ESTADO EQUAL 'A'
                        AND VAL-SALDO > ZEROS
                        AND VAL-NIF NOT EQUAL ZEROS
                           PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-NUM-CRT
                               IF WS-TK-NIF (WS-IDX) EQUAL VAL-NIF
                                   MOVE 'S' TO WS-TK-VALE (WS-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE VALES
           END-IF
           MOVE SPACES TO WS-ENDOFF

           MOVE ZEROS TO WS-IDX-2
           OPEN INPUT CARTOES
           OPEN OUTPUT CARTOESTEMP
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ CARTOES
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   ADD 1 TO WS-IDX-2
                   IF WS-IDX-2 NOT > WS-NUM-CRT
                    AND CRT-NOME NOT EQUAL SPACES
                       PERFORM AVALIAR-CARTAO
                   END-IF
                   WRITE CARTOESTEMP-REG FROM CARTAO-REG
               END-READ
           END-PERFORM
           CLOSE CARTOES
           CLOSE CARTOESTEMP
           MOVE SPACES TO WS-ENDOFF

           IF WS-ANON-FICHEIRO > ZEROS
               OPEN INPUT CARTOESTEMP
               OPEN OUTPUT CARTOES
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ CARTOESTEMP
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       WRITE CARTAO-REG FROM CARTOESTEMP-REG
                   END-READ
               END-PERFORM
               CLOSE CARTOESTEMP
               CLOSE CARTOES
           END-IF
           IF WS-CRT-CHEIA EQUAL 1
               PERFORM AVISO-SALTADO
           END-IF
           PERFORM RESUMO-ANONIMIZACAO.

       ANONIMIZAR-CARTOES-FIM.
           MOVE SPACES TO WS-ENDOFF
           EXIT.

       AVALIAR-CARTAO.
           MOVE WS-TK-ULTIMA-DATA (WS-IDX-2) TO WS-DATA-AUX
           PERFORM VERIFICAR-RETENCAO
           IF WS-TK-ULTIMA-DATA (WS-IDX-2) EQUAL ZEROS
               ADD 1 TO WS-RETIDOS-SEM-DATA
           ELSE
               IF WS-FORA-RETENCAO EQUAL 1
                   IF WS-TK-VALE (WS-IDX-2) EQUAL 'S'
                       ADD 1 TO WS-RETIDOS-DIVIDA
                   ELSE
                       MOVE SPACES TO CRT-NOME
                       MOVE CRT-NUM TO WS-AUD-CHAVE
                       PERFORM REGISTAR-ANONIMIZACAO
                   END-IF
               END-IF
           END-IF.

       LER-VENDAS-CARTOES.
           MOVE SPACES TO WS-ENDOFF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ VENDAS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF VEN-NUM-CARTAO IS NUMERIC
                    AND VEN-NUM-CARTAO NOT EQUAL ZEROS
                    AND VEN-DATA-VENDA IS NUMERIC
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-NUM-CRT
                           IF WS-TK-CARTAO (WS-IDX) EQUAL
                              VEN-NUM-CARTAO
                               IF VEN-DATA-VENDA >
                                  WS-TK-ULTIMA-DATA (WS-IDX)
                                   MOVE VEN-DATA-VENDA
                                       TO WS-TK-ULTIMA-DATA (WS-IDX)
                               END-IF
                               MOVE WS-NUM-CRT TO WS-IDX
                           END-IF
                       END-PERFORM
                   END-IF
               END-READ
           END-PERFORM
           CLOSE VENDAS
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * reservas de livros ja fechadas (nem pendentes 'P' nem
      * alocadas 'A') com a data fora da retencao
      *-----------------------
       ANONIMIZAR-RESERVAS.
           MOVE 'RESERVAS    ' TO WS-AUD-FICHEIRO
           MOVE ZEROS TO WS-ANON-FICHEIRO
           MOVE ZEROS TO WS-RETIDOS-DIVIDA
           MOVE ZEROS TO WS-RETIDOS-SEM-DATA
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT RESERVAS
           IF WS-FS-RESERVAS NOT EQUAL "00"
               PERFORM AVISO-SALTADO
               GO TO ANONIMIZAR-RESERVAS-FIM
           END-IF
           OPEN OUTPUT RESERVASTEMP
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ RESERVAS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   MOVE RSV-DATA TO WS-DATA-AUX
                   PERFORM VERIFICAR-RETENCAO
                   IF WS-FORA-RETENCAO EQUAL 1
                    AND RSV-ESTADO NOT EQUAL 'P'
                    AND RSV-ESTADO NOT EQUAL 'A'
                    AND (RSV-NOME NOT EQUAL SPACES
                     OR RSV-CONTACTO NOT EQUAL SPACES)
                       MOVE SPACES TO RSV-NOME
                       MOVE SPACES TO RSV-CONTACTO
                       MOVE RSV-COD-IDENT TO WS-AUD-CHAVE
                       PERFORM REGISTAR-ANONIMIZACAO
                   END-IF
                   WRITE RESERVASTEMP-REG FROM RESERVA-REG
               END-READ
           END-PERFORM
           CLOSE RESERVAS
           CLOSE RESERVASTEMP
           MOVE SPACES TO WS-ENDOFF

           IF WS-ANON-FICHEIRO > ZEROS
               OPEN INPUT RESERVASTEMP
               OPEN OUTPUT RESERVAS
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ RESERVASTEMP
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       WRITE RESERVA-REG FROM RESERVASTEMP-REG
                   END-READ
               END-PERFORM
               CLOSE RESERVASTEMP
               CLOSE RESERVAS
           END-IF
           PERFORM RESUMO-ANONIMIZACAO.

       ANONIMIZAR-RESERVAS-FIM.
           MOVE SPACES TO WS-ENDOFF
           EXIT.

      *-----------------------
      * ex-funcionarios (estado 'I') com a data de saida fora da
      * retencao: sai o nome e o IBAN; o NIF e o NISS ficam, pelas
      * declaracoes ja entregues
      *-----------------------
       ANONIMIZAR-FUNC.
           MOVE 'FUNCIONARIOS' TO WS-AUD-FICHEIRO
           MOVE ZEROS TO WS-ANON-FICHEIRO
           MOVE ZEROS TO WS-RETIDOS-DIVIDA
           MOVE ZEROS TO WS-RETIDOS-SEM-DATA
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS NOT EQUAL "00"
               PERFORM AVISO-SALTADO
               GO TO ANONIMIZAR-FUNC-FIM
           END-IF
           OPEN OUTPUT FUNCTEMP
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ FUNCIONARIOS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   MOVE FUNC-DATA-SAIDA TO WS-DATA-AUX
                   PERFORM VERIFICAR-RETENCAO
                   IF FUNC-ESTADO EQUAL 'I'
                    AND WS-FORA-RETENCAO EQUAL 1
                    AND (FUNC-NOME NOT EQUAL SPACES
                     OR FUNC-IBAN NOT EQUAL SPACES)
                       MOVE SPACES TO FUNC-NOME
                       MOVE SPACES TO FUNC-IBAN
                       MOVE FUNC-ID TO WS-AUD-CHAVE
                       PERFORM REGISTAR-ANONIMIZACAO
                   END-IF
                   WRITE FUNCTEMP-REG FROM FUNCIONARIOS-REG
               END-READ
           END-PERFORM
           CLOSE FUNCIONARIOS
           CLOSE FUNCTEMP
           MOVE SPACES TO WS-ENDOFF

           IF WS-ANON-FICHEIRO > ZEROS
               OPEN INPUT FUNCTEMP
               OPEN OUTPUT FUNCIONARIOS
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ FUNCTEMP
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       WRITE FUNCIONARIOS-REG FROM FUNCTEMP-REG
                   END-READ
               END-PERFORM
               CLOSE FUNCTEMP
               CLOSE FUNCIONARIOS
           END-IF
           PERFORM RESUMO-ANONIMIZACAO.

       ANONIMIZAR-FUNC-FIM.
           MOVE SPACES TO WS-ENDOFF
           EXIT.

      *-----------------------
      * spool: o relatorio de acesso leva o NIF no nome (ou a data
      * e a hora na procura por nome); a anonimizacao leva a data
      *-----------------------
       ABRIR-SPOOL.
           MOVE SPACES TO WS-PATH-SPOOL
           ACCEPT WS-HORA FROM TIME
           IF OPCAO EQUAL 2
               STRING 'DADOSPES.ANON.' DELIMITED BY SIZE
                      WS-DATA-PROCESSAMENTO DELIMITED BY SIZE
                   INTO WS-PATH-SPOOL
               END-STRING
           ELSE
               IF WS-NIF NOT EQUAL ZEROS
                   STRING 'DADOSPES.' DELIMITED BY SIZE
                          WS-NIF DELIMITED BY SIZE
                       INTO WS-PATH-SPOOL
                   END-STRING
               ELSE
                   STRING 'DADOSPES.' DELIMITED BY SIZE
                          WS-DATA-PROCESSAMENTO DELIMITED BY SIZE
                          '.' DELIMITED BY SIZE
                          WS-HORA (1:6) DELIMITED BY SIZE
                       INTO WS-PATH-SPOOL
                   END-STRING
               END-IF
           END-IF
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
      * relogio da maquina, como antes - o limite da retencao conta
      * a partir desta data
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
           END-IF
           MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-HOJE
           COMPUTE WS-LIMITE-ANOMES =
               ((WS-HOJE-ANO * 12) + WS-HOJE-MES
                - WS-RETENCAO-MESES).

      *-----------------------
      * assinatura do operador no arranque, como nos restantes
      * programas de menu - sem ficheiro de operadores a sessao
      * arranca em modo de instalacao, com nivel de supervisor
      *-----------------------
       ASSINAR-OPERADOR.
           ACCEPT WS-PATH-OPERADORES FROM ENVIRONMENT
               "OPERADORES_PATH"
           IF WS-PATH-OPERADORES EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/OPERADORES.txt'
                   TO WS-PATH-OPERADORES
           END-IF
           OPEN INPUT OPERADORES
           IF WS-FS-OPERADORES NOT EQUAL "00"
               DISPLAY '*** SEM FICHEIRO DE OPERADORES - SESSAO '
                   'DE INSTALACAO COM NIVEL DE SUPERVISOR ***'
               MOVE 'DESCONHECIDO' TO WS-OPERADOR
               MOVE 2 TO WS-NIVEL-OPERADOR
           ELSE
               CLOSE OPERADORES
               MOVE 0 TO WS-OP-EXISTE
               PERFORM UNTIL WS-OP-EXISTE EQUAL 1
                   DISPLAY 'IDENTIFICACAO DO OPERADOR: '
                   ACCEPT WS-OP-PROCURA
                   PERFORM VALIDAR-OPERADOR
                   IF WS-OP-EXISTE EQUAL 0
                       DISPLAY 'OPERADOR DESCONHECIDO'
                   END-IF
               END-PERFORM
               MOVE WS-OP-PROCURA TO WS-OPERADOR
               DISPLAY 'SESSAO DE ' WS-OP-NOME ' (NIVEL '
                   WS-NIVEL-OPERADOR ')'
           END-IF.

       VALIDAR-OPERADOR.
           MOVE 0 TO WS-OP-EXISTE
           MOVE SPACES TO WS-ENDOFOP
           OPEN INPUT OPERADORES
           IF WS-FS-OPERADORES EQUAL "00"
               PERFORM UNTIL WS-ENDOFOP = 'F'
                   READ OPERADORES
                   AT END MOVE 'F' TO WS-ENDOFOP
                   NOT AT END
                       IF OP-ID EQUAL WS-OP-PROCURA
                           MOVE 1 TO WS-OP-EXISTE
                           MOVE OP-NOME TO WS-OP-NOME
                           MOVE OP-NIVEL TO WS-NIVEL-OPERADOR
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERADORES
           END-IF.

       ESCREVER-AUDITORIA.
           MOVE WS-DATA-PROCESSAMENTO TO AUD-DATA
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-OPERADOR TO AUD-OPERADOR
           MOVE WS-AUD-DESCRICAO TO AUD-DESCRICAO
           OPEN EXTEND AUDITORIA
           IF WS-FS-AUDITORIA EQUAL "35"
               OPEN OUTPUT AUDITORIA
           END-IF
           IF WS-FS-AUDITORIA EQUAL "00"
               WRITE AUDITORIA-REG
               CLOSE AUDITORIA
           END-IF.

      *-----------------------
      * grava o registo de execucao da anonimizacao no livro de
      * execucoes, com a data de negocio
      *-----------------------
       ESCREVER-JOBLEDGER.
           ACCEPT WS-PATH-JOBLEDGER FROM ENVIRONMENT
               "JOBLEDGER_PATH"
           IF WS-PATH-JOBLEDGER EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/JOBLEDGER.txt'
                   TO WS-PATH-JOBLEDGER
           END-IF
           MOVE 'DADOS_PESSOA' TO JOB-PROGRAMA
           MOVE WS-DATA-PROCESSAMENTO TO JOB-DATA
           MOVE WS-JOB-HORA-INICIO TO JOB-HORA-INICIO
           ACCEPT JOB-HORA-FIM FROM TIME
           MOVE WS-JOB-REGISTOS TO JOB-REGISTOS
           MOVE WS-RC TO JOB-RC
           OPEN EXTEND JOBLEDGER
           IF WS-FS-JOBLEDGER EQUAL "35"
               OPEN OUTPUT JOBLEDGER
           END-IF
           IF WS-FS-JOBLEDGER EQUAL "00"
               WRITE JOBLEDGER-REG
               CLOSE JOBLEDGER
           END-IF.

       END PROGRAM DADOS_PESSOAIS.
