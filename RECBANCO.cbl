      *          de COBRANCAS (pela referencia cliente/ano/mes),
      *          reporta casados e por casar dos dois lados e deixa
      *          as linhas do extrato por casar no ficheiro de
      *          pendentes para a corrida seguinte; as casadas
      *          acrescentam-se ao ficheiro de conciliados, de onde
      *          os lancamentos contabilisticos passam o dinheiro em
      *          transito para o banco
      * Tectonics: cobc
      ******************************************************************
        IDENTIFICATION DIVISION.
           WS-PATH-COBRANCAS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-COBRANCAS.
           SELECT CONCILIADOS ASSIGN TO
           WS-PATH-CONCILIADOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-CONCILIADOS.
           DATA DIVISION.
           FILE SECTION.
      *-----------------------
               03 PB-VALOR                PIC 9(07)V99.
               03 PB-REFERENCIA           PIC X(12).

      *-----------------------
      * linhas do extrato casadas, acrescentadas em cada corrida,
      * com a origem do casamento ('P' recibo de PAGAMENTOS, 'C'
      * detalhe de COBRANCAS)
      *-----------------------
       FD CONCILIADOS.
           01 CONCILIADO-REG.
               03 CN-DATA                 PIC 9(08).
               03 CN-VALOR                PIC 9(07)V99.
               03 CN-REFERENCIA           PIC X(12).
               03 CN-ORIGEM               PIC X(01).

       FD FICH-PAGAMENTOS.
       COPY PAGTOS.

       77 WS-PATH-PENDBANCO        PIC X(100).
       77 WS-PATH-PAGAMENTOS       PIC X(100).
       77 WS-PATH-COBRANCAS        PIC X(100).
       77 WS-PATH-CONCILIADOS      PIC X(100).
       77 WS-FS-EXTRATOBANCO       PIC XX.
       77 WS-FS-PENDBANCO          PIC XX.
       77 WS-FS-PAGAMENTOS         PIC XX.
       77 WS-FS-COBRANCAS          PIC XX.
       77 WS-FS-CONCILIADOS        PIC XX.
       77 WS-ENDOFF                PIC X(01) VALUE SPACES.
       77 WS-NUM-LINHAS            PIC 9(03) VALUE ZEROS.
       77 WS-IDX-LINHA             PIC 9(03).
                   05 WS-EXT-VALOR         PIC 9(07)V99.
                   05 WS-EXT-REF           PIC X(12).
                   05 WS-EXT-CASADA        PIC 9(01).
                   05 WS-EXT-ORIGEM        PIC X(01).

       PROCEDURE DIVISION.
       0-INICIALIZAR.
           IF WS-PATH-COBRANCAS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/COBRANCAS.txt'
                   TO WS-PATH-COBRANCAS
           END-IF
           ACCEPT WS-PATH-CONCILIADOS FROM ENVIRONMENT
               "CONCILIADOS_PATH"
           IF WS-PATH-CONCILIADOS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/CONCILIADOS.txt'
                   TO WS-PATH-CONCILIADOS
           END-IF.

       0-PRINCIPAL.
           PERFORM CASAR-COBRANCAS
           PERFORM REPORTAR-EXTRATO-POR-CASAR
           PERFORM GRAVAR-PENDENTES
           PERFORM GRAVAR-CONCILIADOS

           DISPLAY ' '
           DISPLAY 'RESUMO DA RECONCILIACAO'
                        AND WS-EXT-VALOR (WS-IDX-LINHA)
                            EQUAL PG-VALOR-PAGO
                           MOVE 1 TO WS-EXT-CASADA (WS-IDX-LINHA)
                           MOVE 'P' TO WS-EXT-ORIGEM (WS-IDX-LINHA)
                           MOVE 1 TO WS-LINHA-CASOU
                           ADD 1 TO WS-CASADOS
                           MOVE WS-NUM-LINHAS TO WS-IDX-LINHA
                                EQUAL CBD-VALOR
                               MOVE 1
                                   TO WS-EXT-CASADA (WS-IDX-LINHA)
                               MOVE 'C'
                                   TO WS-EXT-ORIGEM (WS-IDX-LINHA)
                               MOVE 1 TO WS-LINHA-CASOU
                               ADD 1 TO WS-CASADOS
                               MOVE WS-NUM-LINHAS TO WS-IDX-LINHA
               CLOSE PENDBANCO
           END-IF.

      *-----------------------
      * as linhas casadas acrescentam-se ao ficheiro de conciliados
      * (so cresce - os lancamentos contabilisticos guardam ate onde
      * ja lancaram)
      *-----------------------
       GRAVAR-CONCILIADOS.
           OPEN EXTEND CONCILIADOS
           IF WS-FS-CONCILIADOS EQUAL "35"
               OPEN OUTPUT CONCILIADOS
           END-IF
           IF WS-FS-CONCILIADOS NOT EQUAL "00"
               DISPLAY ' ERRO A GRAVAR CONCILIADOS - FILE STATUS: '
                   WS-FS-CONCILIADOS
           ELSE
               PERFORM VARYING WS-IDX-LINHA FROM 1 BY 1
                   UNTIL WS-IDX-LINHA > WS-NUM-LINHAS
                   IF WS-EXT-CASADA (WS-IDX-LINHA) EQUAL 1
                       MOVE WS-EXT-DATA (WS-IDX-LINHA) TO CN-DATA
                       MOVE WS-EXT-VALOR (WS-IDX-LINHA)
                           TO CN-VALOR
                       MOVE WS-EXT-REF (WS-IDX-LINHA)
                           TO CN-REFERENCIA
                       MOVE WS-EXT-ORIGEM (WS-IDX-LINHA)
                           TO CN-ORIGEM
                       WRITE CONCILIADO-REG
                   END-IF
               END-PERFORM
               CLOSE CONCILIADOS
           END-IF.

       END PROGRAM RECONCILIA_BANCO.
