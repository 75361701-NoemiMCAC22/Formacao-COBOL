      *          caminho interativo do REGISTAR-LEITURA, que copiava
      *          o ficheiro inteiro a cada entrada no menu
      * Tectonics: cobc
      * Mod: 15/10/2026 - NC - faturas com reclamacao de faturacao
      *      aberta ficam fora da penalizacao ate a reclamacao ser
      *      fechada
      * Mod: 15/10/2026 - NC - faturas entregues a agencia de
      *      cobranca externa ficam fora da penalizacao
      ******************************************************************
        IDENTIFICATION DIVISION.
       PROGRAM-ID. PENALIZA_GAS.
           WS-PATH-JOBLEDGER
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-JOBLEDGER.
           SELECT FICH-RECLAMACOES ASSIGN TO
           WS-PATH-RECLAMACOES
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-RECLAMACOES.
           DATA DIVISION.
           FILE SECTION.
       FD FICH-FATURA-MES.
               03 JOB-HORA-FIM            PIC X(08).
               03 JOB-REGISTOS            PIC 9(07).
               03 JOB-RC                  PIC 9(02).

       FD FICH-RECLAMACOES.
       COPY RECLAM.
       WORKING-STORAGE SECTION.
       77 WS-PATH-FATURA-MES       PIC X(100).
       77 WS-FS-MES                PIC XX.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-TAXA-PENALIZACAO      PIC 9V999 VALUE 0,020.
       77 WS-PENALIZADAS           PIC 9(07) VALUE ZEROS.
       77 WS-PATH-RECLAMACOES      PIC X(100).
       77 WS-FS-RECLAMACOES        PIC XX.
       77 WS-ENDOFFILERECLAMACOES  PIC 99 VALUE ZEROS.
       77 WS-RECL-ABERTA           PIC 9 VALUE 0.
       77 WS-RECL-SUSPENSAS        PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       0-INICIALIZAR.
               MOVE 'C:/Users/oeira/Downloads/FATURAMES.txt'
                   TO WS-PATH-FATURA-MES
           END-IF
           ACCEPT WS-PATH-RECLAMACOES
               FROM ENVIRONMENT "RECLAMACOES_PATH"
           IF WS-PATH-RECLAMACOES EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/RECLAMACOES.txt'
                   TO WS-PATH-RECLAMACOES
           END-IF
           PERFORM OBTER-DATA-PROCESSAMENTO
           MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-HOJE.

                   ADD 1 TO WS-JOB-REGISTOS
      *            as faturas de acerto ('A') sao liquidacoes de
      *            diferencas sem parcelas proprias - ficam fora
      *            da varredura; as faturas com reclamacao
      *            aberta ficam suspensas ate ela ser fechada
                   IF FM-ESTADO-PAGAMENTO EQUAL 'A'
                    AND WS-DATA-HOJE > FM-DATA-VENCIMENTO
                    AND FM-PENALIZACAO EQUAL ZEROS
                    AND FM-ANOMALIA-LEITURA NOT EQUAL 'S'
                    AND FM-TIPO-FATURA NOT EQUAL 'A'
                    AND FM-COBRANCA-EXTERNA EQUAL SPACE
                       PERFORM VERIFICAR-RECLAMACAO-FATURA
                       IF WS-RECL-ABERTA EQUAL 1
                           ADD 1 TO WS-RECL-SUSPENSAS
                       ELSE
                           PERFORM APLICAR-PENALIZACAO
                       END-IF
                   END-IF
               END-READ
           END-PERFORM

           CLOSE FICH-FATURA-MES
           DISPLAY 'PENALIZACOES APLICADAS: ' WS-PENALIZADAS
           DISPLAY 'SUSPENSAS POR RECLAMACAO: ' WS-RECL-SUSPENSAS
           PERFORM ESCREVER-JOBLEDGER
           STOP RUN.

               END-IF
           END-IF.

      *-----------------------
      * verifica se a fatura corrente tem uma reclamacao de
      * faturacao aberta; sem ficheiro de reclamacoes nao ha
      * nenhuma
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
                       IF RC-NUM-CLIENTE EQUAL FM-NUM-CLIENTE
                        AND RC-ANO EQUAL FM-ANO
                        AND RC-MES EQUAL FM-MES
                        AND RC-ESTADO EQUAL 'A'
                           SET WS-RECL-ABERTA TO 1
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FICH-RECLAMACOES
           END-IF.

      *-----------------------
      * devolve a data de processamento do negocio a partir do
      * ficheiro de controlo; sem ficheiro de controlo recorre ao
