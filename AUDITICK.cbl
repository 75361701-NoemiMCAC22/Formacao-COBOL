      ******************************************************************
      * Author:Noemi Correa
      * Date:15/10/2026
      * Purpose: Auditoria diaria da numeracao de tickets, para a
      *          janela de fecho: por loja, os numeros em falta na
      *          sequencia do dia, os numeros em duplicado e os
      *          tickets alterados ou eliminados (auditoria do
      *          GESTAO_VENDAS) com o operador responsavel; as faltas
      *          sem registo de eliminacao vao para a fila de
      *          rejeitados, a espera do visto de um supervisor
      * Tectonics: cobc
      ******************************************************************
        IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITA_TICKETS.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDAS ASSIGN TO
           WS-PATH-VENDAS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-VENDAS.
           SELECT AUDITORIA ASSIGN TO
           WS-PATH-AUDITORIA
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-AUDITORIA.
           SELECT REJEITADOS ASSIGN TO
           WS-PATH-REJEITADOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-REJEITADOS.
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
      * o mesmo desenho do ficheiro de vendas do GESTAO_VENDAS
      *-----------------------
       FD VENDAS.
           01 VENDAS-DADOS.
               03 DATA-VENDA               PIC 9(08).
               03 COD-LOJA                 PIC 9(02).
               03 NUM-TICKET               PIC 9(06).
               03 METODO-PAGAMENTO         PIC X(01).
               03 COD-ARTIGO               PIC 9(05).
               03 NOME-ARTIGO              PIC X(34).
               03 QUANT-ARTIGO             PIC 9(03).
               03 UNIT-ARTIGO              PIC 9(05)V9(02).
               03 IVA-ARTIGO               PIC 9(02).
               03 TOTALIVA-ARTIGO          PIC 9(05)V9(02).
               03 TOTALSIVA-ARTIGO         PIC 9(05)V9(02).
               03 TOTAL-ARTIGO             PIC 9(05)V9(02).
               03 PROMO-VENDA              PIC X(01).
               03 HORA-VENDA               PIC X(08).
               03 NUM-CARTAO               PIC 9(09).
               03 FUNC-ID                  PIC 9(05).

      *-----------------------
      * auditoria do GESTAO_VENDAS: as eliminacoes e correcoes de
      * linhas levam a loja e o ticket na descricao
      * ('ELIMINADO Lnn Tnnnnnn ...' / 'CORRIGIDO Lnn Tnnnnnn ...')
      *-----------------------
       FD AUDITORIA.
       COPY AUDIT.

       FD REJEITADOS.
           01 REJEITADO-REG.
               03 REJ-PROGRAMA            PIC X(12).
               03 REJ-DATA                PIC 9(08).
               03 REJ-MOTIVO              PIC X(02).
               03 REJ-ESTADO              PIC X(01).
               03 REJ-REGISTO             PIC X(120).

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
       77 WS-PATH-VENDAS           PIC X(100).
       77 WS-PATH-AUDITORIA        PIC X(100).
       77 WS-PATH-REJEITADOS       PIC X(100).
       77 WS-PATH-SPOOL            PIC X(100).
       77 WS-PATH-DATAPROC         PIC X(100).
       77 WS-PATH-JOBLEDGER        PIC X(100).
       77 WS-FS-VENDAS             PIC XX.
       77 WS-FS-AUDITORIA          PIC XX.
       77 WS-FS-REJEITADOS         PIC XX.
       77 WS-FS-SPOOL              PIC XX.
       77 WS-FS-DATAPROC           PIC XX.
       77 WS-FS-JOBLEDGER          PIC XX.
       77 WS-DATA-PROCESSAMENTO    PIC 9(08) VALUE ZEROS.
       77 WS-ENDOFF                PIC X(01) VALUE SPACES.
       77 WS-JOB-HORA-INICIO       PIC X(08) VALUE SPACES.
       77 WS-JOB-REGISTOS          PIC 9(07) VALUE ZEROS.
       77 WS-SPOOL-LINHA           PIC X(132).
       77 WS-SPOOL-ABERTO          PIC 9 VALUE 0.

       77 WS-LOJA-ANT              PIC 9(02) VALUE ZEROS.
       77 WS-TICKET-ANT            PIC 9(06) VALUE ZEROS.
       77 WS-IDX-LOJA              PIC 9(03).
       77 WS-TK-NUM                PIC 9(04) VALUE ZEROS.
       77 WS-TK-IDX                PIC 9(04).
       77 WS-TK-POS                PIC 9(04).
       77 WS-TK-CHEIA              PIC 9 VALUE 0.
       77 WS-AU-NUM                PIC 9(04) VALUE ZEROS.
       77 WS-AU-IDX                PIC 9(04).
       77 WS-AU-POS                PIC 9(04).
       77 WS-AU-CHEIA              PIC 9 VALUE 0.
       77 WS-PROC-LOJA             PIC 9(02).
       77 WS-PROC-TICKET           PIC 9(06).
       77 WS-NUM-INICIO            PIC 9(06).
       77 WS-NUM-ATUAL             PIC 9(06).
       77 WS-NUM-SALTO-FIM         PIC 9(06).
       77 WS-JANELA-MAXIMA         PIC 9(06) VALUE 9999.
       77 WS-REJ-CHAVE             PIC X(33).
       77 WS-REJ-EXISTE            PIC 9.
       77 WS-APOS-FECHO            PIC X(14).

       77 WS-TOT-EMITIDOS          PIC 9(06) VALUE ZEROS.
       77 WS-TOT-FALTA             PIC 9(06) VALUE ZEROS.
       77 WS-TOT-FALTA-EXPL        PIC 9(06) VALUE ZEROS.
       77 WS-TOT-DUPLICADOS        PIC 9(06) VALUE ZEROS.
       77 WS-TOT-ALTERACOES        PIC 9(06) VALUE ZEROS.
       77 WS-TOT-REJEITADOS        PIC 9(06) VALUE ZEROS.

      *-----------------------
      * por loja: o ultimo ticket de dias anteriores e o primeiro e
      * o ultimo numero do dia auditado
      *-----------------------
           01 WS-TAB-LOJAS.
               03 WS-TAB-LOJA-ENTRY OCCURS 99 TIMES.
                   05 WS-LJ-ULT-ANTERIOR   PIC 9(06).
                   05 WS-LJ-PRIMEIRO       PIC 9(06).
                   05 WS-LJ-ULTIMO         PIC 9(06).
                   05 WS-LJ-EMITIDOS       PIC 9(05).
                   05 WS-LJ-ATIVA          PIC 9.

      *-----------------------
      * tickets do dia auditado: um bloco e uma sequencia seguida de
      * linhas com a mesma loja e numero; mais de um bloco, ou o
      * numero tambem usado noutro dia, e numero em duplicado
      *-----------------------
           01 WS-TAB-TICKETS.
               03 WS-TAB-TK-ENTRY OCCURS 3000 TIMES.
                   05 WS-TK-LOJA           PIC 9(02).
                   05 WS-TK-TICKET         PIC 9(06).
                   05 WS-TK-BLOCOS         PIC 9(03).
                   05 WS-TK-LINHAS         PIC 9(04).
                   05 WS-TK-OUTRA-DATA     PIC 9(08).

      *-----------------------
      * eliminacoes e correcoes de linhas de ticket da auditoria
      *-----------------------
           01 WS-TAB-AUDITORIA.
               03 WS-TAB-AU-ENTRY OCCURS 2000 TIMES.
                   05 WS-AU-LOJA           PIC 9(02).
                   05 WS-AU-TICKET         PIC 9(06).
                   05 WS-AU-TIPO           PIC X(09).
                   05 WS-AU-OPERADOR       PIC X(20).
                   05 WS-AU-DATA           PIC X(08).
                   05 WS-AU-HORA           PIC X(08).

       PROCEDURE DIVISION.
       0-INICIALIZAR.
           ACCEPT WS-JOB-HORA-INICIO FROM TIME
           ACCEPT WS-PATH-VENDAS FROM ENVIRONMENT "VENDAS_PATH"
           IF WS-PATH-VENDAS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/vendas.txt'
                   TO WS-PATH-VENDAS
           END-IF
           ACCEPT WS-PATH-AUDITORIA FROM ENVIRONMENT
               "VENDAS_AUDITORIA_PATH"
           IF WS-PATH-AUDITORIA EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/VENDASAUD.txt'
                   TO WS-PATH-AUDITORIA
           END-IF
           ACCEPT WS-PATH-REJEITADOS FROM ENVIRONMENT
               "REJEITADOS_PATH"
           IF WS-PATH-REJEITADOS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/REJEITADOS.txt'
                   TO WS-PATH-REJEITADOS
           END-IF
           PERFORM OBTER-DATA-PROCESSAMENTO.

       0-PRINCIPAL.
           PERFORM ABRIR-SPOOL
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'AUDITORIA DA NUMERACAO DE TICKETS - DATA '
                  DELIMITED BY SIZE
                  WS-DATA-PROCESSAMENTO DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL

           PERFORM VARYING WS-IDX-LOJA FROM 1 BY 1
               UNTIL WS-IDX-LOJA > 99
               MOVE ZEROS TO WS-LJ-ULT-ANTERIOR (WS-IDX-LOJA)
               MOVE ZEROS TO WS-LJ-PRIMEIRO (WS-IDX-LOJA)
               MOVE ZEROS TO WS-LJ-ULTIMO (WS-IDX-LOJA)
               MOVE ZEROS TO WS-LJ-EMITIDOS (WS-IDX-LOJA)
               MOVE 0 TO WS-LJ-ATIVA (WS-IDX-LOJA)
           END-PERFORM

           PERFORM LER-TICKETS-DO-DIA THRU LER-TICKETS-DO-DIA-FIM
           PERFORM PROCURAR-OUTRAS-DATAS
               THRU PROCURAR-OUTRAS-DATAS-FIM
           PERFORM CARREGAR-AUDITORIA
      *    uma loja sem vendas no dia mas com alteracoes feitas nele
      *    tambem sai, so com as alteracoes
           PERFORM VARYING WS-AU-IDX FROM 1 BY 1
               UNTIL WS-AU-IDX > WS-AU-NUM
               IF WS-AU-DATA (WS-AU-IDX) EQUAL WS-DATA-PROCESSAMENTO
                AND WS-AU-LOJA (WS-AU-IDX) > ZEROS
                AND WS-LJ-ATIVA (WS-AU-LOJA (WS-AU-IDX)) EQUAL 0
                   MOVE 2 TO WS-LJ-ATIVA (WS-AU-LOJA (WS-AU-IDX))
               END-IF
           END-PERFORM

           PERFORM VARYING WS-IDX-LOJA FROM 1 BY 1
               UNTIL WS-IDX-LOJA > 99
               IF WS-LJ-ATIVA (WS-IDX-LOJA) > 0
                   PERFORM AUDITAR-LOJA
               END-IF
           END-PERFORM

           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'TICKETS EMITIDOS: ' DELIMITED BY SIZE
                  WS-TOT-EMITIDOS DELIMITED BY SIZE
                  '  EM FALTA: ' DELIMITED BY SIZE
                  WS-TOT-FALTA DELIMITED BY SIZE
                  ' (ELIMINADOS: ' DELIMITED BY SIZE
                  WS-TOT-FALTA-EXPL DELIMITED BY SIZE
                  ')  DUPLICADOS: ' DELIMITED BY SIZE
                  WS-TOT-DUPLICADOS DELIMITED BY SIZE
                  '  ALTERACOES: ' DELIMITED BY SIZE
                  WS-TOT-ALTERACOES DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'FALTAS SEM EXPLICACAO ENVIADAS PARA A FILA DE '
                  DELIMITED BY SIZE
                  'REJEITADOS: ' DELIMITED BY SIZE
                  WS-TOT-REJEITADOS DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           PERFORM FECHAR-SPOOL
           PERFORM ESCREVER-JOBLEDGER
           STOP RUN.

      *-----------------------
      * primeira leitura de VENDAS: tickets do dia auditado por loja
      * e, de dias anteriores, o ultimo numero de cada loja
      *-----------------------
       LER-TICKETS-DO-DIA.
           MOVE SPACES TO WS-ENDOFF
           MOVE ZEROS TO WS-LOJA-ANT WS-TICKET-ANT
           OPEN INPUT VENDAS
           IF WS-FS-VENDAS NOT EQUAL "00"
               DISPLAY ' VENDAS NAO DISPONIVEL - FILE STATUS: '
                   WS-FS-VENDAS
               GO TO LER-TICKETS-DO-DIA-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ VENDAS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   ADD 1 TO WS-JOB-REGISTOS
                   IF COD-LOJA > ZEROS
                       IF DATA-VENDA EQUAL WS-DATA-PROCESSAMENTO
                           PERFORM GUARDAR-LINHA-DO-DIA
                       ELSE
                           IF DATA-VENDA < WS-DATA-PROCESSAMENTO
                            AND NUM-TICKET >
                                WS-LJ-ULT-ANTERIOR (COD-LOJA)
                               MOVE NUM-TICKET
                                   TO WS-LJ-ULT-ANTERIOR (COD-LOJA)
                           END-IF
                       END-IF
                       MOVE COD-LOJA TO WS-LOJA-ANT
                       MOVE NUM-TICKET TO WS-TICKET-ANT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE VENDAS.

       LER-TICKETS-DO-DIA-FIM.
           MOVE SPACES TO WS-ENDOFF.

       GUARDAR-LINHA-DO-DIA.
           MOVE COD-LOJA TO WS-PROC-LOJA
           MOVE NUM-TICKET TO WS-PROC-TICKET
           PERFORM PROCURAR-TICKET

           IF WS-TK-POS EQUAL ZEROS
               IF WS-TK-NUM < 3000
                   ADD 1 TO WS-TK-NUM
                   MOVE WS-TK-NUM TO WS-TK-POS
                   MOVE COD-LOJA TO WS-TK-LOJA (WS-TK-POS)
                   MOVE NUM-TICKET TO WS-TK-TICKET (WS-TK-POS)
                   MOVE 1 TO WS-TK-BLOCOS (WS-TK-POS)
                   MOVE ZEROS TO WS-TK-LINHAS (WS-TK-POS)
                   MOVE ZEROS TO WS-TK-OUTRA-DATA (WS-TK-POS)
                   ADD 1 TO WS-LJ-EMITIDOS (COD-LOJA)
                   ADD 1 TO WS-TOT-EMITIDOS
               ELSE
                   IF WS-TK-CHEIA EQUAL 0
                       MOVE 1 TO WS-TK-CHEIA
                       DISPLAY '*** TABELA DE TICKETS CHEIA (3000) - '
                           'AUDITORIA INCOMPLETA ***'
                   END-IF
               END-IF
           ELSE
      *        o mesmo numero volta a aparecer depois de outro ticket
               IF COD-LOJA NOT EQUAL WS-LOJA-ANT
                OR NUM-TICKET NOT EQUAL WS-TICKET-ANT
                   ADD 1 TO WS-TK-BLOCOS (WS-TK-POS)
               END-IF
           END-IF

           IF WS-TK-POS > ZEROS
               ADD 1 TO WS-TK-LINHAS (WS-TK-POS)
           END-IF

           IF WS-LJ-ATIVA (COD-LOJA) EQUAL 0
               MOVE 1 TO WS-LJ-ATIVA (COD-LOJA)
               MOVE NUM-TICKET TO WS-LJ-PRIMEIRO (COD-LOJA)
               MOVE NUM-TICKET TO WS-LJ-ULTIMO (COD-LOJA)
           END-IF
           IF NUM-TICKET < WS-LJ-PRIMEIRO (COD-LOJA)
               MOVE NUM-TICKET TO WS-LJ-PRIMEIRO (COD-LOJA)
           END-IF
           IF NUM-TICKET > WS-LJ-ULTIMO (COD-LOJA)
               MOVE NUM-TICKET TO WS-LJ-ULTIMO (COD-LOJA)
           END-IF.

       PROCURAR-TICKET.
           MOVE ZEROS TO WS-TK-POS
           PERFORM VARYING WS-TK-IDX FROM 1 BY 1
               UNTIL WS-TK-IDX > WS-TK-NUM
               IF WS-TK-LOJA (WS-TK-IDX) EQUAL WS-PROC-LOJA
                AND WS-TK-TICKET (WS-TK-IDX) EQUAL WS-PROC-TICKET
                   MOVE WS-TK-IDX TO WS-TK-POS
                   MOVE WS-TK-NUM TO WS-TK-IDX
               END-IF
           END-PERFORM.

      *-----------------------
      * segunda leitura: um numero do dia que a mesma loja ja usou
      * noutra data (controlo de numeracao reposto ou copiado) e
      * tambem duplicado
      *-----------------------
       PROCURAR-OUTRAS-DATAS.
           IF WS-TK-NUM EQUAL ZEROS
               GO TO PROCURAR-OUTRAS-DATAS-FIM
           END-IF
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT VENDAS
           IF WS-FS-VENDAS NOT EQUAL "00"
               GO TO PROCURAR-OUTRAS-DATAS-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ VENDAS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF COD-LOJA > ZEROS
                    AND DATA-VENDA NOT EQUAL WS-DATA-PROCESSAMENTO
                       MOVE COD-LOJA TO WS-PROC-LOJA
                       MOVE NUM-TICKET TO WS-PROC-TICKET
                       PERFORM PROCURAR-TICKET
                       IF WS-TK-POS > ZEROS
                           MOVE DATA-VENDA
                               TO WS-TK-OUTRA-DATA (WS-TK-POS)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE VENDAS.

       PROCURAR-OUTRAS-DATAS-FIM.
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * eliminacoes e correcoes registadas na auditoria com a loja e
      * o ticket da linha; registos antigos sem loja/ticket ficam de
      * fora
      *-----------------------
       CARREGAR-AUDITORIA.
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT AUDITORIA
           IF WS-FS-AUDITORIA NOT EQUAL "00"
               DISPLAY ' SEM AUDITORIA DE VENDAS - FILE STATUS: '
                   WS-FS-AUDITORIA
           ELSE
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ AUDITORIA
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       IF (AUD-DESCRICAO (1:11) EQUAL 'ELIMINADO L'
                        OR AUD-DESCRICAO (1:11) EQUAL 'CORRIGIDO L')
                        AND AUD-DESCRICAO (12:2) IS NUMERIC
                        AND AUD-DESCRICAO (16:6) IS NUMERIC
                           PERFORM GUARDAR-AUDITORIA
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA
           END-IF
           MOVE SPACES TO WS-ENDOFF.

       GUARDAR-AUDITORIA.
           IF WS-AU-NUM < 2000
               ADD 1 TO WS-AU-NUM
               MOVE AUD-DESCRICAO (12:2) TO WS-AU-LOJA (WS-AU-NUM)
               MOVE AUD-DESCRICAO (16:6) TO WS-AU-TICKET (WS-AU-NUM)
               MOVE AUD-DESCRICAO (1:9) TO WS-AU-TIPO (WS-AU-NUM)
               MOVE AUD-OPERADOR TO WS-AU-OPERADOR (WS-AU-NUM)
               MOVE AUD-DATA TO WS-AU-DATA (WS-AU-NUM)
               MOVE AUD-HORA TO WS-AU-HORA (WS-AU-NUM)
           ELSE
               IF WS-AU-CHEIA EQUAL 0
                   MOVE 1 TO WS-AU-CHEIA
                   DISPLAY '*** TABELA DE AUDITORIA CHEIA (2000) - '
                       'AUDITORIA INCOMPLETA ***'
               END-IF
           END-IF.

      *-----------------------
      * uma loja: faltas na sequencia desde o ultimo ticket de dias
      * anteriores ate ao ultimo do dia, duplicados e alteracoes
      *-----------------------
       AUDITAR-LOJA.
           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'LOJA ' DELIMITED BY SIZE
                  WS-IDX-LOJA (2:2) DELIMITED BY SIZE
                  '  TICKETS ' DELIMITED BY SIZE
                  WS-LJ-PRIMEIRO (WS-IDX-LOJA) DELIMITED BY SIZE
                  ' A ' DELIMITED BY SIZE
                  WS-LJ-ULTIMO (WS-IDX-LOJA) DELIMITED BY SIZE
                  '  EMITIDOS: ' DELIMITED BY SIZE
                  WS-LJ-EMITIDOS (WS-IDX-LOJA) DELIMITED BY SIZE
                  '  ULTIMO DE DIAS ANTERIORES: ' DELIMITED BY SIZE
                  WS-LJ-ULT-ANTERIOR (WS-IDX-LOJA) DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           IF WS-LJ-ATIVA (WS-IDX-LOJA) EQUAL 1
               PERFORM VERIFICAR-SEQUENCIA
           END-IF

           PERFORM VARYING WS-AU-IDX FROM 1 BY 1
               UNTIL WS-AU-IDX > WS-AU-NUM
               IF WS-AU-LOJA (WS-AU-IDX) EQUAL WS-IDX-LOJA
                AND WS-AU-DATA (WS-AU-IDX) EQUAL
                    WS-DATA-PROCESSAMENTO
                   PERFORM MOSTRAR-ALTERACAO
               END-IF
           END-PERFORM.

       VERIFICAR-SEQUENCIA.
      *    a sequencia continua do ultimo ticket de dias anteriores;
      *    sem historico, ou com a numeracao a recomecar abaixo dele,
      *    comeca no primeiro ticket do dia
           MOVE WS-LJ-PRIMEIRO (WS-IDX-LOJA) TO WS-NUM-INICIO
           IF WS-LJ-ULT-ANTERIOR (WS-IDX-LOJA) > ZEROS
            AND WS-LJ-ULT-ANTERIOR (WS-IDX-LOJA) <
                WS-LJ-PRIMEIRO (WS-IDX-LOJA)
               COMPUTE WS-NUM-INICIO =
                   WS-LJ-ULT-ANTERIOR (WS-IDX-LOJA) + 1
           END-IF
      *    um salto maior que a janela vai para a fila como uma so
      *    falta, em vez de um numero de cada vez
           IF WS-LJ-PRIMEIRO (WS-IDX-LOJA) - WS-NUM-INICIO >
               WS-JANELA-MAXIMA
               COMPUTE WS-NUM-SALTO-FIM =
                   WS-LJ-PRIMEIRO (WS-IDX-LOJA) - 1
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING '  SALTO DE NUMERACAO ' DELIMITED BY SIZE
                      WS-NUM-INICIO DELIMITED BY SIZE
                      ' A ' DELIMITED BY SIZE
                      WS-NUM-SALTO-FIM DELIMITED BY SIZE
                      ' - SEM EXPLICACAO (FILA DE REJEITADOS)'
                      DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
               ADD 1 TO WS-TOT-FALTA
               MOVE SPACES TO WS-REJ-CHAVE
               STRING 'LOJA ' DELIMITED BY SIZE
                      WS-IDX-LOJA (2:2) DELIMITED BY SIZE
                      ' TICKET ' DELIMITED BY SIZE
                      WS-NUM-INICIO DELIMITED BY SIZE
                      ' DE ' DELIMITED BY SIZE
                      WS-DATA-PROCESSAMENTO DELIMITED BY SIZE
                   INTO WS-REJ-CHAVE
               END-STRING
               PERFORM ENVIAR-FALTA-REJEITADOS
               MOVE WS-LJ-PRIMEIRO (WS-IDX-LOJA) TO WS-NUM-INICIO
           END-IF

           PERFORM VARYING WS-NUM-ATUAL FROM WS-NUM-INICIO BY 1
               UNTIL WS-NUM-ATUAL > WS-LJ-ULTIMO (WS-IDX-LOJA)
               MOVE WS-IDX-LOJA TO WS-PROC-LOJA
               MOVE WS-NUM-ATUAL TO WS-PROC-TICKET
               PERFORM PROCURAR-TICKET
               IF WS-TK-POS EQUAL ZEROS
                   PERFORM TRATAR-FALTA
               ELSE
                   PERFORM VERIFICAR-DUPLICADO
               END-IF
           END-PERFORM.

      *-----------------------
      * numero em falta: explicado se a auditoria tem a eliminacao
      * da linha desse ticket, senao vai para a fila de rejeitados
      *-----------------------
       TRATAR-FALTA.
           ADD 1 TO WS-TOT-FALTA
           MOVE ZEROS TO WS-AU-POS
           PERFORM VARYING WS-AU-IDX FROM 1 BY 1
               UNTIL WS-AU-IDX > WS-AU-NUM
               IF WS-AU-LOJA (WS-AU-IDX) EQUAL WS-IDX-LOJA
                AND WS-AU-TICKET (WS-AU-IDX) EQUAL WS-NUM-ATUAL
                AND WS-AU-TIPO (WS-AU-IDX) EQUAL 'ELIMINADO'
                   MOVE WS-AU-IDX TO WS-AU-POS
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-SPOOL-LINHA
           IF WS-AU-POS > ZEROS
               ADD 1 TO WS-TOT-FALTA-EXPL
               STRING '  EM FALTA ' DELIMITED BY SIZE
                      WS-NUM-ATUAL DELIMITED BY SIZE
                      ' - ELIMINADO POR ' DELIMITED BY SIZE
                      WS-AU-OPERADOR (WS-AU-POS) DELIMITED BY SPACE
                      ' EM ' DELIMITED BY SIZE
                      WS-AU-DATA (WS-AU-POS) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-AU-HORA (WS-AU-POS) DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
           ELSE
               STRING '  EM FALTA ' DELIMITED BY SIZE
                      WS-NUM-ATUAL DELIMITED BY SIZE
                      ' - SEM EXPLICACAO (FILA DE REJEITADOS)'
                      DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
               MOVE SPACES TO WS-REJ-CHAVE
               STRING 'LOJA ' DELIMITED BY SIZE
                      WS-IDX-LOJA (2:2) DELIMITED BY SIZE
                      ' TICKET ' DELIMITED BY SIZE
                      WS-NUM-ATUAL DELIMITED BY SIZE
                      ' DE ' DELIMITED BY SIZE
                      WS-DATA-PROCESSAMENTO DELIMITED BY SIZE
                   INTO WS-REJ-CHAVE
               END-STRING
               PERFORM ENVIAR-FALTA-REJEITADOS
           END-IF.

       VERIFICAR-DUPLICADO.
           IF WS-TK-BLOCOS (WS-TK-POS) > 1
               ADD 1 TO WS-TOT-DUPLICADOS
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING '  DUPLICADO ' DELIMITED BY SIZE
                      WS-NUM-ATUAL DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WS-TK-BLOCOS (WS-TK-POS) DELIMITED BY SIZE
                      ' TICKETS COM O MESMO NUMERO NO DIA ('
                      DELIMITED BY SIZE
                      WS-TK-LINHAS (WS-TK-POS) DELIMITED BY SIZE
                      ' LINHAS)' DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
           END-IF
           IF WS-TK-OUTRA-DATA (WS-TK-POS) > ZEROS
               ADD 1 TO WS-TOT-DUPLICADOS
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING '  DUPLICADO ' DELIMITED BY SIZE
                      WS-NUM-ATUAL DELIMITED BY SIZE
                      ' - NUMERO JA USADO NA LOJA EM '
                      DELIMITED BY SIZE
                      WS-TK-OUTRA-DATA (WS-TK-POS) DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
           END-IF.

      *-----------------------
      * alteracao ou eliminacao feita no dia auditado; num ticket
      * de dias anteriores foi feita depois do fecho desse dia
      *-----------------------
       MOSTRAR-ALTERACAO.
           ADD 1 TO WS-TOT-ALTERACOES
           MOVE WS-AU-LOJA (WS-AU-IDX) TO WS-PROC-LOJA
           MOVE WS-AU-TICKET (WS-AU-IDX) TO WS-PROC-TICKET
           PERFORM PROCURAR-TICKET
           IF WS-TK-POS EQUAL ZEROS
            AND WS-AU-TICKET (WS-AU-IDX) NOT >
                WS-LJ-ULT-ANTERIOR (WS-IDX-LOJA)
               MOVE '*APOS FECHO*' TO WS-APOS-FECHO
           ELSE
               MOVE SPACES TO WS-APOS-FECHO
           END-IF
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING '  ' DELIMITED BY SIZE
                  WS-AU-TIPO (WS-AU-IDX) DELIMITED BY SIZE
                  ' TICKET ' DELIMITED BY SIZE
                  WS-AU-TICKET (WS-AU-IDX) DELIMITED BY SIZE
                  ' POR ' DELIMITED BY SIZE
                  WS-AU-OPERADOR (WS-AU-IDX) DELIMITED BY SPACE
                  ' AS ' DELIMITED BY SIZE
                  WS-AU-HORA (WS-AU-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-APOS-FECHO DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL.

      *-----------------------
      * poe a falta na fila comum de rejeitados, uma so vez por
      * loja/ticket/data mesmo que a auditoria corra de novo
      *-----------------------
       ENVIAR-FALTA-REJEITADOS.
           MOVE 0 TO WS-REJ-EXISTE
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT REJEITADOS
           IF WS-FS-REJEITADOS EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ REJEITADOS
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       IF REJ-PROGRAMA EQUAL 'AUDITA_TICK '
                        AND REJ-REGISTO (1:33) EQUAL WS-REJ-CHAVE
                           MOVE 1 TO WS-REJ-EXISTE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE REJEITADOS
           END-IF
           MOVE SPACES TO WS-ENDOFF

           IF WS-REJ-EXISTE EQUAL 0
               MOVE 'AUDITA_TICK ' TO REJ-PROGRAMA
               MOVE WS-DATA-PROCESSAMENTO TO REJ-DATA
               MOVE 'TL' TO REJ-MOTIVO
               MOVE 'P' TO REJ-ESTADO
               MOVE SPACES TO REJ-REGISTO
               STRING WS-REJ-CHAVE DELIMITED BY SIZE
                      ' NUMERO EM FALTA SEM ELIMINACAO'
                      DELIMITED BY SIZE
                   INTO REJ-REGISTO
               END-STRING
               OPEN EXTEND REJEITADOS
               IF WS-FS-REJEITADOS EQUAL "35"
                   OPEN OUTPUT REJEITADOS
               END-IF
               IF WS-FS-REJEITADOS EQUAL "00"
                   WRITE REJEITADO-REG
                   CLOSE REJEITADOS
                   ADD 1 TO WS-TOT-REJEITADOS
               ELSE
                   DISPLAY ' ERRO A ABRIR REJEITADOS - FILE STATUS: '
                       WS-FS-REJEITADOS
               END-IF
           END-IF.

       ABRIR-SPOOL.
           MOVE SPACES TO WS-PATH-SPOOL
           STRING 'AUDITICK.' DELIMITED BY SIZE
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
           MOVE 'AUDITA_TICK ' TO JOB-PROGRAMA
           MOVE WS-DATA-PROCESSAMENTO TO JOB-DATA
           MOVE WS-JOB-HORA-INICIO TO JOB-HORA-INICIO
           ACCEPT JOB-HORA-FIM FROM TIME
           MOVE WS-JOB-REGISTOS TO JOB-REGISTOS
           MOVE ZEROS TO JOB-RC
           OPEN EXTEND JOBLEDGER
           IF WS-FS-JOBLEDGER EQUAL "35"
               OPEN OUTPUT JOBLEDGER
           END-IF
           IF WS-FS-JOBLEDGER EQUAL "00"
               WRITE JOBLEDGER-REG
               CLOSE JOBLEDGER
           END-IF.

       END PROGRAM AUDITA_TICKETS.
