      ******************************************************************
      * Author:Noemi Correa
      * Date:15/10/2026
      * Purpose: Visao unica do cliente por NIF: junta o que os varios
      *          sistemas guardam do mesmo NIF - documentos em aberto
      *          do FATURA_CLIENTE, contratos, faturas em aberto e
      *          planos de pagamento do gas, cartoes de fidelizacao
      *          e pontos, saldos de vales de oferta e reservas de
      *          livros por levantar - com a exposicao total do
      *          cliente; sai no ecra e num spool com o NIF no nome
      * Tectonics: cobc
      ******************************************************************
        IDENTIFICATION DIVISION.
       PROGRAM-ID. VISAO_CLIENTE.
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
           SELECT CARTOES ASSIGN TO
           WS-PATH-CARTOES
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-CARTOES.
           SELECT VALES ASSIGN TO
           WS-PATH-VALES
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-VALES.
           SELECT RESERVAS ASSIGN TO
           WS-PATH-RESERVAS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-RESERVAS.
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
      * ficheiro de clientes do gas: numero, nome, NIF e estados do
      * contrato e de corte, para a lista de contratos
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
               03 FILLER                  PIC X(44).

       FD CARTOES.
           01 CARTAO-REG.
               03 CRT-NUM                 PIC 9(09).
               03 CRT-NOME                PIC X(30).
               03 CRT-PONTOS              PIC 9(07).
               03 CRT-NIF                 PIC 9(09).

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

       FD SPOOL.
           01 SPOOL-REG                   PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-PATH-CLIENTESFAT             PIC X(100).
       77 WS-PATH-FATURAOUT               PIC X(100).
       77 WS-PATH-RECEBIMENTOS            PIC X(100).
       77 WS-PATH-CLIENTES                PIC X(100).
       77 WS-PATH-CARTOES                 PIC X(100).
       77 WS-PATH-VALES                   PIC X(100).
       77 WS-PATH-RESERVAS                PIC X(100).
       77 WS-PATH-SPOOL                   PIC X(100).
       77 WS-FS-CLIENTESFAT               PIC XX.
       77 WS-FS-FATURAOUT                 PIC XX.
       77 WS-FS-RECEBIMENTOS              PIC XX.
       77 WS-FS-CLIENTES                  PIC XX.
       77 WS-FS-CARTOES                   PIC XX.
       77 WS-FS-VALES                     PIC XX.
       77 WS-FS-RESERVAS                  PIC XX.
       77 WS-FS-SPOOL                     PIC XX.
       77 WS-ENDOFF                       PIC X(01) VALUE SPACES.
       77 WS-SPOOL-LINHA                  PIC X(132).
       77 WS-SPOOL-ABERTO                 PIC 9 VALUE 0.

       77 WS-NIF                          PIC 9(09).
       77 WS-ACHOU                        PIC 9 VALUE 0.
       77 WS-CLI-NOME                     PIC X(17).
       77 WS-CLI-LIMITE                   PIC 9(08)V99.
       77 WS-CLI-PRAZO                    PIC 9(03).
       77 WS-DOC-NIF-OK                   PIC 9 VALUE 0.
       77 WS-IDX                          PIC 9(03).
       77 WS-IDX-GAS                      PIC 9(02).

      *-----------------------
      * documentos do NIF em FATURAOUT (faturas e notas de credito;
      * orcamentos e guias nao sao divida), com o total das linhas
      * e os recebimentos ja registados contra cada um
      *-----------------------
       77 WS-NUM-DOCS                     PIC 9(03) VALUE ZEROS.
           01 WS-TAB-DOCS.
               03 WS-DOC-ENTRY OCCURS 200 TIMES.
                   05 WS-DOC-NUM          PIC 9(06).
                   05 WS-DOC-TIPO         PIC X(02).
                   05 WS-DOC-DATA         PIC X(08).
                   05 WS-DOC-VENC         PIC 9(08).
                   05 WS-DOC-TOTAL        PIC S9(09)V99.
                   05 WS-DOC-RECEBIDO     PIC 9(09)V99.

       77 WS-SALDO-DOC                    PIC S9(09)V99.
       77 WS-TOTAL-FATURACAO              PIC S9(09)V99 VALUE ZEROS.
       77 WS-TOTAL-VALES                  PIC 9(07)V99 VALUE ZEROS.
       77 WS-TOTAL-PONTOS                 PIC 9(08) VALUE ZEROS.
       77 WS-NUM-RESERVAS                 PIC 9(03) VALUE ZEROS.
       77 WS-EXPOSICAO                    PIC S9(09)V99 VALUE ZEROS.

       77 WS-EDT-VALOR                    PIC -(08)9,99.
       77 WS-EDT-VALOR-2                  PIC -(08)9,99.

       COPY DIVGAS
           REPLACING ==:PFX:== BY ==WS-DG==.

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
           ACCEPT WS-PATH-CARTOES FROM ENVIRONMENT "CARTOES_PATH"
           IF WS-PATH-CARTOES EQUAL SPACES
               MOVE
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Tarefas\cartoes.txt'
                   TO WS-PATH-CARTOES
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
           END-IF.

       0-PRINCIPAL.
           DISPLAY '-------//VISAO UNICA DO CLIENTE//-------'
           DISPLAY 'NIF DO CLIENTE: '
           ACCEPT WS-NIF
           PERFORM ABRIR-SPOOL

           MOVE '------------------------------------------------'
               TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           STRING ' VISAO UNICA DO CLIENTE - NIF ' WS-NIF
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           MOVE '------------------------------------------------'
               TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL

           PERFORM 1000-FATURACAO
           PERFORM 2000-GAS
           PERFORM 3000-FIDELIZACAO
           PERFORM 4000-VALES
           PERFORM 5000-RESERVAS
           PERFORM 9000-RESUMO
           PERFORM FECHAR-SPOOL
           STOP RUN.

      *-----------------------
      * FATURA_CLIENTE: ficha do mestre e documentos em aberto -
      * o saldo de cada documento e o total das linhas menos os
      * recebimentos registados, como no saldo do limite de credito
      *-----------------------
       1000-FATURACAO.
           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE ' FATURACAO' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE 0 TO WS-ACHOU
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT CLIENTESFAT
           IF WS-FS-CLIENTESFAT EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ CLIENTESFAT
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       IF CLI-NIF EQUAL WS-NIF
                           MOVE 1 TO WS-ACHOU
                           MOVE CLI-NOME TO WS-CLI-NOME
                           MOVE CLI-LIMITE-CREDITO TO WS-CLI-LIMITE
                           MOVE CLI-PRAZO-DIAS TO WS-CLI-PRAZO
                           MOVE 'F' TO WS-ENDOFF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTESFAT
           END-IF
           MOVE SPACES TO WS-ENDOFF
           IF WS-ACHOU EQUAL 0
               MOVE '   NIF SEM REGISTO NO MESTRE DA FATURACAO'
                   TO WS-SPOOL-LINHA
               PERFORM ESCREVER-SPOOL
           ELSE
               MOVE WS-CLI-LIMITE TO WS-EDT-VALOR
               STRING '   CLIENTE: ' WS-CLI-NOME
                      '  LIMITE DE CREDITO: ' WS-EDT-VALOR
                      '  PRAZO: ' WS-CLI-PRAZO ' DIAS'
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
           END-IF

           PERFORM 1100-CARREGAR-DOCUMENTOS
           PERFORM 1200-ABATER-RECEBIMENTOS
           MOVE ZEROS TO WS-TOTAL-FATURACAO
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-DOCS
               COMPUTE WS-SALDO-DOC =
                   WS-DOC-TOTAL (WS-IDX) - WS-DOC-RECEBIDO (WS-IDX)
               IF WS-DOC-TIPO (WS-IDX) EQUAL 'NC'
                   COMPUTE WS-SALDO-DOC = 0 - WS-SALDO-DOC
               END-IF
               IF WS-SALDO-DOC NOT EQUAL ZEROS
                   ADD WS-SALDO-DOC TO WS-TOTAL-FATURACAO
                   MOVE WS-SALDO-DOC TO WS-EDT-VALOR
                   STRING '   ' WS-DOC-TIPO (WS-IDX) ' '
                          WS-DOC-NUM (WS-IDX)
                          '  DATA: ' WS-DOC-DATA (WS-IDX)
                          '  VENCIMENTO: ' WS-DOC-VENC (WS-IDX)
                          '  EM ABERTO: ' WS-EDT-VALOR
                       DELIMITED BY SIZE INTO WS-SPOOL-LINHA
                   END-STRING
                   PERFORM ESCREVER-SPOOL
               END-IF
           END-PERFORM
           MOVE WS-TOTAL-FATURACAO TO WS-EDT-VALOR
           STRING '   TOTAL EM ABERTO NA FATURACAO: ' WS-EDT-VALOR
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL.

       1100-CARREGAR-DOCUMENTOS.
           MOVE ZEROS TO WS-NUM-DOCS
           MOVE 0 TO WS-DOC-NIF-OK
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT FATURAOUT
           IF WS-FS-FATURAOUT NOT EQUAL "00"
               MOVE '   AVISO: FATURAOUT NAO DISPONIVEL - DOCUMENTOS '
                   TO WS-SPOOL-LINHA
               MOVE 'NAO CONSULTADOS' TO WS-SPOOL-LINHA (51:15)
               PERFORM ESCREVER-SPOOL
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
                           MOVE 0 TO WS-DOC-NIF-OK
                           IF FCL-CAB-NIF-CLIENTE EQUAL WS-NIF
                            AND FCL-CAB-TIPO-DOC NOT EQUAL 'OR'
                            AND FCL-CAB-TIPO-DOC NOT EQUAL 'GR'
                            AND FCL-CAB-TIPO-DOC NOT EQUAL 'AD'
                            AND WS-NUM-DOCS < 200
                               MOVE 1 TO WS-DOC-NIF-OK
                               ADD 1 TO WS-NUM-DOCS
                               MOVE FCL-CAB-NUM-FATURA
                                   TO WS-DOC-NUM (WS-NUM-DOCS)
                               MOVE FCL-CAB-TIPO-DOC
                                   TO WS-DOC-TIPO (WS-NUM-DOCS)
                               MOVE FCL-CAB-DATA
                                   TO WS-DOC-DATA (WS-NUM-DOCS)
                               MOVE FCL-CAB-DATA-VENC
                                   TO WS-DOC-VENC (WS-NUM-DOCS)
                               MOVE ZEROS
                                   TO WS-DOC-TOTAL (WS-NUM-DOCS)
                               MOVE ZEROS
                                   TO WS-DOC-RECEBIDO (WS-NUM-DOCS)
                           END-IF
                       ELSE
                           IF WS-DOC-NIF-OK EQUAL 1
                            AND FCL-LINHA-TIPO-DOC EQUAL 'DA'
                               SUBTRACT FCL-TOTAL-PRODUTO
                                   FROM WS-DOC-TOTAL (WS-NUM-DOCS)
                           END-IF
                           IF WS-DOC-NIF-OK EQUAL 1
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
           MOVE SPACES TO WS-ENDOFF.

       1200-ABATER-RECEBIMENTOS.
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
      * gas: contratos do NIF pelo ficheiro de clientes e divida
      * pela rotina partilhada DIVIDA_GAS, a mesma que a faturacao
      * usa no limite de credito
      *-----------------------
       2000-GAS.
           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE ' GAS' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE WS-NIF TO WS-DG-NIF
           CALL 'DIVIDA_GAS' USING WS-DG-PEDIDO
           IF WS-DG-RESULTADO EQUAL 9
               MOVE '   AVISO: FICHEIROS DO GAS NAO DISPONIVEIS'
                   TO WS-SPOOL-LINHA
               PERFORM ESCREVER-SPOOL
               MOVE ZEROS TO WS-DG-VALOR-DIVIDA
           ELSE
           IF WS-DG-RESULTADO EQUAL 1
               MOVE '   NIF SEM CONTRATOS DE GAS' TO WS-SPOOL-LINHA
               PERFORM ESCREVER-SPOOL
           ELSE
               PERFORM 2100-LISTAR-CONTRATOS
               PERFORM VARYING WS-IDX-GAS FROM 1 BY 1
                   UNTIL WS-IDX-GAS > WS-DG-NUM-FATURAS
                   MOVE WS-DG-FAT-SALDO (WS-IDX-GAS) TO WS-EDT-VALOR
                   STRING '   CLIENTE ' WS-DG-FAT-CLIENTE (WS-IDX-GAS)
                          '  FATURA ' WS-DG-FAT-ANO (WS-IDX-GAS) '/'
                          WS-DG-FAT-MES (WS-IDX-GAS)
                          '  VENCIMENTO: ' WS-DG-FAT-VENC (WS-IDX-GAS)
                          '  EM ABERTO: ' WS-EDT-VALOR
                       DELIMITED BY SIZE INTO WS-SPOOL-LINHA
                   END-STRING
                   IF WS-DG-FAT-ACORDO (WS-IDX-GAS) > ZEROS
                       STRING '  PLANO ' WS-DG-FAT-ACORDO (WS-IDX-GAS)
                           DELIMITED BY SIZE
                           INTO WS-SPOOL-LINHA (92:20)
                       END-STRING
                   END-IF
                   IF WS-DG-FAT-AGENCIA (WS-IDX-GAS) EQUAL 'E'
                       MOVE '  NA AGENCIA' TO WS-SPOOL-LINHA (106:12)
                   END-IF
                   PERFORM ESCREVER-SPOOL
               END-PERFORM
               IF WS-DG-NUM-FATURAS EQUAL 50
                   MOVE '   (LISTA LIMITADA A 50 FATURAS - O TOTAL '
                       TO WS-SPOOL-LINHA
                   MOVE 'INCLUI TODAS)' TO WS-SPOOL-LINHA (44:13)
                   PERFORM ESCREVER-SPOOL
               END-IF
               MOVE WS-DG-VALOR-EM-ACORDO TO WS-EDT-VALOR-2
               MOVE WS-DG-VALOR-DIVIDA TO WS-EDT-VALOR
               STRING '   TOTAL EM DIVIDA NO GAS: ' WS-EDT-VALOR
                      '  DO QUAL EM PLANOS DE PAGAMENTO: '
                      WS-EDT-VALOR-2
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
           END-IF
           END-IF.

       2100-LISTAR-CONTRATOS.
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT FICH-CLIENTES
           IF WS-FS-CLIENTES EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ FICH-CLIENTES
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       IF CG-NIF EQUAL WS-NIF
                           STRING '   CONTRATO ' CG-NUM-CLIENTE ' '
                                  CG-NOME-CLIENTE
                                  '  INICIO: ' CG-DATA-INICIO-CONTR
                               DELIMITED BY SIZE
                               INTO WS-SPOOL-LINHA
                           END-STRING
                           IF CG-ESTADO-CONTRATO EQUAL 'T'
                               STRING '  TERMINADO EM '
                                      CG-DATA-FIM-CONTR
                                   DELIMITED BY SIZE
                                   INTO WS-SPOOL-LINHA (71:23)
                               END-STRING
                           END-IF
                           IF CG-ESTADO-CORTE EQUAL 'C'
                            OR CG-ESTADO-CORTE EQUAL 'S'
                               STRING '  CORTE: ' CG-ESTADO-CORTE
                                   DELIMITED BY SIZE
                                   INTO WS-SPOOL-LINHA (95:10)
                               END-STRING
                           END-IF
                           PERFORM ESCREVER-SPOOL
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FICH-CLIENTES
           END-IF
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * cartoes de fidelizacao com o NIF do titular
      *-----------------------
       3000-FIDELIZACAO.
           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE ' FIDELIZACAO' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE ZEROS TO WS-TOTAL-PONTOS
           MOVE 0 TO WS-ACHOU
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT CARTOES
           IF WS-FS-CARTOES EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ CARTOES
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       IF CRT-NIF EQUAL WS-NIF
                           MOVE 1 TO WS-ACHOU
                           ADD CRT-PONTOS TO WS-TOTAL-PONTOS
                           STRING '   CARTAO ' CRT-NUM ' ' CRT-NOME
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
           IF WS-ACHOU EQUAL 0
               MOVE '   SEM CARTAO DE FIDELIZACAO' TO WS-SPOOL-LINHA
               PERFORM ESCREVER-SPOOL
           END-IF.

      *-----------------------
      * vales de oferta comprados pelo NIF ainda com saldo
      *-----------------------
       4000-VALES.
           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE ' VALES DE OFERTA' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE ZEROS TO WS-TOTAL-VALES
           MOVE 0 TO WS-ACHOU
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT VALES
           IF WS-FS-VALES EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ VALES
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       IF VAL-NIF EQUAL WS-NIF
                        AND VAL-ESTADO EQUAL 'A'
                        AND VAL-SALDO > ZEROS
                           MOVE 1 TO WS-ACHOU
                           ADD VAL-SALDO TO WS-TOTAL-VALES
                           MOVE VAL-SALDO TO WS-EDT-VALOR
                           STRING '   VALE ' VAL-NUM
                                  '  EMITIDO: ' VAL-DATA-EMISSAO
                                  '  SALDO: ' WS-EDT-VALOR
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
           IF WS-ACHOU EQUAL 0
               MOVE '   SEM VALES COM SALDO' TO WS-SPOOL-LINHA
               PERFORM ESCREVER-SPOOL
           END-IF.

      *-----------------------
      * reservas de livros por levantar: pendentes ('P') e ja
      * alocadas a espera do cliente ('A')
      *-----------------------
       5000-RESERVAS.
           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE ' RESERVAS DE LIVROS' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE ZEROS TO WS-NUM-RESERVAS
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT RESERVAS
           IF WS-FS-RESERVAS EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ RESERVAS
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       IF RSV-NIF EQUAL WS-NIF
                        AND (RSV-ESTADO EQUAL 'P'
                         OR RSV-ESTADO EQUAL 'A')
                           ADD 1 TO WS-NUM-RESERVAS
                           STRING '   TITULO ' RSV-COD-IDENT
                                  '  DATA: ' RSV-DATA
                                  '  QUANT: ' RSV-QUANT
                                  '  ESTADO: ' RSV-ESTADO
                                  '  CONTACTO: ' RSV-CONTACTO
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
           IF WS-NUM-RESERVAS EQUAL ZEROS
               MOVE '   SEM RESERVAS POR LEVANTAR' TO WS-SPOOL-LINHA
               PERFORM ESCREVER-SPOOL
           END-IF.

      *-----------------------
      * exposicao total: o que o cliente deve a empresa na
      * faturacao e no gas; os saldos de vales e os pontos sao
      * valores a favor do cliente e saem a parte
      *-----------------------
       9000-RESUMO.
           COMPUTE WS-EXPOSICAO =
               WS-TOTAL-FATURACAO + WS-DG-VALOR-DIVIDA
           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE '------------------------------------------------'
               TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE WS-EXPOSICAO TO WS-EDT-VALOR
           STRING ' EXPOSICAO TOTAL DO CLIENTE: ' WS-EDT-VALOR
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           MOVE WS-TOTAL-VALES TO WS-EDT-VALOR
           STRING ' A FAVOR DO CLIENTE - SALDO DE VALES: '
                  WS-EDT-VALOR '  PONTOS: ' WS-TOTAL-PONTOS
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           STRING ' RESERVAS POR LEVANTAR: ' WS-NUM-RESERVAS
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL.

      *-----------------------
      * spool da consulta, com o NIF no nome; o mesmo conteudo vai
      * ao ecra
      *-----------------------
       ABRIR-SPOOL.
           MOVE SPACES TO WS-PATH-SPOOL
           STRING 'VISAOCLI.' DELIMITED BY SIZE
                  WS-NIF DELIMITED BY SIZE
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

       END PROGRAM VISAO_CLIENTE.
