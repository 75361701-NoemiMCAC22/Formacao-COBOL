      ******************************************************************
      * Author:Noemi Correa
      * Date:15/10/2026
      * Purpose: Expedicao noturna da correspondencia para a casa de
      *          impressao e envelopagem: junta os documentos do dia
      *          (faturas e recibos do gas em GASDOCS, cartas de
      *          aviso em CARTAS e CARTASINSP, documentos do
      *          FATURA_CLIENTE em FATURADOC), pelos indices que os
      *          programas gravam ao lado de cada ficheiro, num
      *          envelope por destinatario (NIF), com a morada do
      *          mestre de clientes da faturacao ou, na falta dela,
      *          do contrato de gas; os envelopes saem por codigo
      *          postal num unico ficheiro, com um indice por
      *          documento e totais de controlo. Antes disso trata
      *          as devolucoes do correio: a morada de um envelope
      *          nao entregue fica marcada como devolvida no mestre
      *          de onde veio, e quem tem a morada devolvida (ou nao
      *          tem morada) fica retido ate a morada ser corrigida
      * Tectonics: cobc
      ******************************************************************
        IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPEDICAO.
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
           SELECT FICH-CLIENTES ASSIGN TO
           WS-PATH-CLIENTES
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-CLIENTES.
           SELECT FICH-CLIENTESTEMP ASSIGN TO
           WS-PATH-CLIENTESTEMP
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-CLIENTESTEMP.
           SELECT DOCIDX ASSIGN TO
           WS-PATH-DOCIDX
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-DOCIDX.
           SELECT DOCLINHAS ASSIGN TO
           WS-PATH-DOCLINHAS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-DOCLINHAS.
           SELECT EXPTRAB ASSIGN TO
           WS-PATH-EXPTRAB
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-EXPTRAB.
           SELECT EXPSORT ASSIGN TO
           WS-PATH-EXPSORT
           ORGANIZATION SEQUENTIAL.
           SELECT EXPORD ASSIGN TO
           WS-PATH-EXPORD
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-EXPORD.
           SELECT EXPCORREIO ASSIGN TO
           WS-PATH-EXPCORREIO
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-EXPCORREIO.
           SELECT CORREIODEV ASSIGN TO
           WS-PATH-CORREIODEV
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-CORREIODEV.
           SELECT CORREIODEVTMP ASSIGN TO
           WS-PATH-CORREIODEVTMP
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-CORREIODEVTMP.
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
           SELECT AUDITORIA ASSIGN TO
           WS-PATH-AUDITORIA
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-AUDITORIA.
           DATA DIVISION.
           FILE SECTION.
      *-----------------------
      * mestre de clientes da faturacao (FATURA_CLIENTE): morada de
      * envio e o seu estado ('D' devolvida pelo correio)
      *-----------------------
       FD CLIENTESFAT.
           01 CLIENTEFAT-REG.
               03 CLI-NIF                 PIC 9(09).
               03 CLI-NOME                PIC X(17).
               03 CLI-LIMITE-CREDITO      PIC 9(08)V99.
               03 CLI-PRAZO-DIAS          PIC 9(03).
               03 CLI-MORADA              PIC X(40).
               03 CLI-COD-POSTAL          PIC X(08).
               03 CLI-MORADA-ESTADO       PIC X(01).
               03 CLI-DATA-DEVOLUCAO      PIC 9(08).

       FD CLIFATTEMP.
           01 CLIFATTEMP-REG              PIC X(96).

      *-----------------------
      * mestre de clientes do gas (CONSUMO-GAS), so o que a
      * expedicao usa
      *-----------------------
       FD FICH-CLIENTES.
           01 CLIENTE-GAS-REG.
               03 CG-NUM-CLIENTE          PIC 9(05).
               03 CG-NOME-CLIENTE         PIC X(30).
               03 CG-MORADA               PIC X(40).
               03 CG-NIF                  PIC 9(09).
               03 FILLER                  PIC X(99).
               03 CG-COD-POSTAL           PIC X(08).
               03 CG-MORADA-ESTADO        PIC X(01).
               03 CG-DATA-DEVOLUCAO       PIC 9(08).

       FD FICH-CLIENTESTEMP.
           01 CLIENTETEMP-REG             PIC X(200).

      *-----------------------
      * indice e linhas do ficheiro de impressao corrente
      *-----------------------
       FD DOCIDX.
       COPY DOCEXP
           REPLACING ==:REC:== BY ==DOCIDX-REG==
                     ==:PFX:== BY ==DX==.

       FD DOCLINHAS.
           01 DOCLINHA-REG                PIC X(80).

      *-----------------------
      * uma linha de documento por registo, com a chave do envelope
      * (codigo postal e destinatario) e a ordem do documento e da
      * linha - ordenada, da os envelopes pela ordem do correio
      *-----------------------
       FD EXPTRAB.
           01 EXPTRAB-REG                 PIC X(136).

       SD EXPSORT.
           01 EXPSORT-REG.
               03 ES-COD-POSTAL           PIC X(08).
               03 ES-CHAVE                PIC X(10).
               03 ES-SEQ-DOC              PIC 9(05).
               03 ES-SEQ-LINHA            PIC 9(05).
               03 ES-ORIGEM               PIC X(01).
               03 ES-TIPO-DOC             PIC X(02).
               03 ES-REFERENCIA           PIC X(12).
               03 ES-DATA                 PIC 9(08).
               03 ES-NUM-LINHAS           PIC 9(05).
               03 ES-LINHA                PIC X(80).

       FD EXPORD.
           01 EXPORD-REG.
               03 EO-COD-POSTAL           PIC X(08).
               03 EO-CHAVE                PIC X(10).
               03 EO-SEQ-DOC              PIC 9(05).
               03 EO-SEQ-LINHA            PIC 9(05).
               03 EO-ORIGEM               PIC X(01).
               03 EO-TIPO-DOC             PIC X(02).
               03 EO-REFERENCIA           PIC X(12).
               03 EO-DATA                 PIC 9(08).
               03 EO-NUM-LINHAS           PIC 9(05).
               03 EO-LINHA                PIC X(80).

      *-----------------------
      * ficheiro para a casa de impressao (o de hoje, na expedicao;
      * os dos dias anteriores, ao procurar um envelope devolvido)
      *-----------------------
       FD EXPCORREIO.
       COPY EXPCORR.

      *-----------------------
      * devolucoes do correio enviadas pela casa de impressao: o
      * numero do envelope nao entregue, a data da devolucao e o
      * motivo indicado pelo correio
      *-----------------------
       FD CORREIODEV.
           01 CORREIODEV-REG.
               03 CD-NUM-ENVELOPE         PIC X(14).
               03 CD-DATA                 PIC 9(08).
               03 CD-MOTIVO               PIC X(02).

       FD CORREIODEVTMP.
           01 CORREIODEVTMP-REG           PIC X(24).

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

       FD AUDITORIA.
       COPY AUDIT.

       WORKING-STORAGE SECTION.
       77 WS-PATH-CLIENTESFAT      PIC X(100).
       77 WS-PATH-CLIFATTEMP       PIC X(100).
       77 WS-PATH-CLIENTES         PIC X(100).
       77 WS-PATH-CLIENTESTEMP     PIC X(100).
       77 WS-PATH-FATURADOC        PIC X(100).
       77 WS-PATH-FATDOCIDX        PIC X(100).
       77 WS-PATH-DOCIDX           PIC X(100).
       77 WS-PATH-DOCLINHAS        PIC X(100).
       77 WS-PATH-EXPTRAB          PIC X(100).
       77 WS-PATH-EXPSORT          PIC X(100).
       77 WS-PATH-EXPORD           PIC X(100).
       77 WS-PATH-EXPCORREIO       PIC X(100).
       77 WS-PATH-CORREIODEV       PIC X(100).
       77 WS-PATH-CORREIODEVTMP    PIC X(100).
       77 WS-PATH-SPOOL            PIC X(100).
       77 WS-PATH-DATAPROC         PIC X(100).
       77 WS-PATH-JOBLEDGER        PIC X(100).
       77 WS-PATH-AUDITORIA        PIC X(100).
       77 WS-FS-CLIENTESFAT        PIC XX.
       77 WS-FS-CLIFATTEMP         PIC XX.
       77 WS-FS-CLIENTES           PIC XX.
       77 WS-FS-CLIENTESTEMP       PIC XX.
       77 WS-FS-DOCIDX             PIC XX.
       77 WS-FS-DOCLINHAS          PIC XX.
       77 WS-FS-EXPTRAB            PIC XX.
       77 WS-FS-EXPORD             PIC XX.
       77 WS-FS-EXPCORREIO         PIC XX.
       77 WS-FS-CORREIODEV         PIC XX.
       77 WS-FS-CORREIODEVTMP      PIC XX.
       77 WS-FS-SPOOL              PIC XX.
       77 WS-FS-DATAPROC           PIC XX.
       77 WS-FS-JOBLEDGER          PIC XX.
       77 WS-FS-AUDITORIA          PIC XX.
       77 WS-DATA-PROCESSAMENTO    PIC 9(08) VALUE ZEROS.
       77 WS-ENDOFF                PIC X(01) VALUE SPACES.
       77 WS-ENDOFIDX              PIC X(01) VALUE SPACES.
       77 WS-JOB-HORA-INICIO       PIC X(08) VALUE SPACES.
       77 WS-JOB-REGISTOS          PIC 9(07) VALUE ZEROS.
       77 WS-RC                    PIC 9(02) VALUE ZEROS.
       77 WS-SPOOL-LINHA           PIC X(132).
       77 WS-SPOOL-ABERTO          PIC 9 VALUE 0.
       77 WS-AUD-DESCRICAO         PIC X(40).
       77 WS-EMITENTE              PIC X(40)
                                   VALUE 'COMERCIO GERAL OEIRAS LDA'.

      *-----------------------
      * ficheiro de impressao corrente: 1 GASDOCS, 2 CARTAS, 3
      * CARTASINSP, 4 FATURADOC - a origem e a do indice
      *-----------------------
       77 WS-FT                    PIC 9(01).
       77 WS-FT-ORIGEM             PIC X(01).
       77 WS-FT-LIDOS              PIC 9(05).
       77 WS-FT-DO-DIA             PIC 9(05).
       77 WS-FT-EXPEDIDOS          PIC 9(05).
       77 WS-FT-RETIDOS            PIC 9(05).
       77 WS-DESALINHADO           PIC 9 VALUE 0.
           01 WS-NOMES-FONTES.
               03 FILLER                  PIC X(10) VALUE 'GASDOCS'.
               03 FILLER                  PIC X(10) VALUE 'CARTAS'.
               03 FILLER                  PIC X(10) VALUE 'CARTASINSP'.
               03 FILLER                  PIC X(10) VALUE 'FATURADOC'.
           01 WS-TAB-FONTES REDEFINES WS-NOMES-FONTES.
               03 WS-NOME-FONTE           PIC X(10) OCCURS 4 TIMES.

      *-----------------------
      * linhas do documento corrente, guardadas ate o documento
      * estar conferido contra o indice
      *-----------------------
       77 WS-LN-NUM                PIC 9(03) VALUE ZEROS.
       77 WS-LN-IDX                PIC 9(03).
       77 WS-LN-MAXIMO             PIC 9(03) VALUE 300.
       77 WS-LN-FIM-PAGINA         PIC 9 VALUE 0.
           01 WS-TAB-LINHAS.
               03 WS-LN-LINHA             PIC X(80) OCCURS 300 TIMES.

      *-----------------------
      * registo de trabalho (mesmo desenho do SD de ordenacao)
      *-----------------------
           01 WS-TRAB.
               03 WS-TR-COD-POSTAL        PIC X(08).
               03 WS-TR-CHAVE             PIC X(10).
               03 WS-TR-SEQ-DOC           PIC 9(05).
               03 WS-TR-SEQ-LINHA         PIC 9(05).
               03 WS-TR-ORIGEM            PIC X(01).
               03 WS-TR-TIPO-DOC          PIC X(02).
               03 WS-TR-REFERENCIA        PIC X(12).
               03 WS-TR-DATA              PIC 9(08).
               03 WS-TR-NUM-LINHAS        PIC 9(05).
               03 WS-TR-LINHA             PIC X(80).

      *-----------------------
      * destinatarios do dia, um por NIF ('N' e o NIF) ou, sem NIF,
      * por cliente do gas ('C' e o numero): morada escolhida e
      * situacao 'E' a expedir, 'D' retido por morada devolvida,
      * 'S' retido por falta de morada
      *-----------------------
       77 WS-DS-NUM                PIC 9(04) VALUE ZEROS.
       77 WS-DS-IDX                PIC 9(04).
       77 WS-DS-ACHADO             PIC 9(04).
       77 WS-DS-MAXIMO             PIC 9(04) VALUE 3000.
       77 WS-DS-CHEIA              PIC 9 VALUE 0.
       77 WS-CHAVE                 PIC X(10).
       77 WS-CHAVE-NIF             PIC 9(09).
       77 WS-CHAVE-CLIENTE         PIC 9(05).
           01 WS-TAB-DESTINATARIOS.
               03 WS-DS-ENTRY OCCURS 3000 TIMES.
                   05 WS-DS-CHAVE          PIC X(10).
                   05 WS-DS-NIF            PIC 9(09).
                   05 WS-DS-CLIENTE        PIC 9(05).
                   05 WS-DS-ORIGEM-MORADA  PIC X(01).
                   05 WS-DS-NOME           PIC X(30).
                   05 WS-DS-MORADA         PIC X(40).
                   05 WS-DS-COD-POSTAL     PIC X(08).
                   05 WS-DS-SITUACAO       PIC X(01).
                   05 WS-DS-DOCS           PIC 9(03).
                   05 WS-DS-LINHAS         PIC 9(05).

      *-----------------------
      * moradas dos dois mestres de clientes
      *-----------------------
       77 WS-CF-NUM                PIC 9(04) VALUE ZEROS.
       77 WS-CF-IDX                PIC 9(04).
       77 WS-CF-MAXIMO             PIC 9(04) VALUE 3000.
           01 WS-TAB-CLIFAT.
               03 WS-CF-ENTRY OCCURS 3000 TIMES.
                   05 WS-CF-NIF            PIC 9(09).
                   05 WS-CF-NOME           PIC X(17).
                   05 WS-CF-MORADA         PIC X(40).
                   05 WS-CF-COD-POSTAL     PIC X(08).
                   05 WS-CF-ESTADO         PIC X(01).
       77 WS-GS-NUM                PIC 9(04) VALUE ZEROS.
       77 WS-GS-IDX                PIC 9(04).
       77 WS-GS-MAXIMO             PIC 9(04) VALUE 5000.
           01 WS-TAB-CLIGAS.
               03 WS-GS-ENTRY OCCURS 5000 TIMES.
                   05 WS-GS-CLIENTE        PIC 9(05).
                   05 WS-GS-NIF            PIC 9(09).
                   05 WS-GS-NOME           PIC X(30).
                   05 WS-GS-MORADA         PIC X(40).
                   05 WS-GS-COD-POSTAL     PIC X(08).
                   05 WS-GS-ESTADO         PIC X(01).

      *-----------------------
      * devolucoes do correio: o envelope procurado no ficheiro de
      * expedicao do seu dia e o resultado - 'N' envelope
      * desconhecido, 'A' a morada do mestre ja nao e a do
      * envelope (foi corrigida entretanto), 'M' marcada agora como
      * devolvida, 'J' ja estava marcada
      *-----------------------
       77 WS-DV-NUM                PIC 9(04) VALUE ZEROS.
       77 WS-DV-IDX                PIC 9(04).
       77 WS-DV-MAXIMO             PIC 9(04) VALUE 1000.
      *    as que nao cabem na tabela vao para o temporario e voltam
      *    ao ficheiro para a corrida seguinte ('E' - o temporario
      *    falhou e o ficheiro fica como veio)
       77 WS-DV-RESTANTES          PIC 9(07) VALUE ZEROS.
       77 WS-DV-TMP-ESTADO         PIC X(01) VALUE SPACE.
       77 WS-DV-ALTERADO           PIC 9 VALUE 0.
       77 WS-DV-HA-F               PIC 9 VALUE 0.
       77 WS-DV-HA-G               PIC 9 VALUE 0.
       77 WS-DV-TXT                PIC X(30).
           01 WS-TAB-DEVOLUCOES.
               03 WS-DV-ENTRY OCCURS 1000 TIMES.
                   05 WS-DV-ENVELOPE       PIC X(14).
                   05 WS-DV-DATA           PIC 9(08).
                   05 WS-DV-MOTIVO         PIC X(02).
                   05 WS-DV-RESULTADO      PIC X(01).
                   05 WS-DV-ORIGEM         PIC X(01).
                   05 WS-DV-NIF            PIC 9(09).
                   05 WS-DV-CLIENTE        PIC 9(05).
                   05 WS-DV-MORADA         PIC X(40).
                   05 WS-DV-COD-POSTAL     PIC X(08).

      *-----------------------
      * geracao do ficheiro de expedicao e totais de controlo
      *-----------------------
       77 WS-SEQ-DOC               PIC 9(05) VALUE ZEROS.
       77 WS-SEQ-ENVELOPE          PIC 9(06) VALUE ZEROS.
       77 WS-ENVELOPE              PIC X(14).
       77 WS-CHAVE-ANT             PIC X(10).
       77 WS-DOC-ANT               PIC 9(05).
       77 WS-DOC-ENV               PIC 9(03).
       77 WS-TOT-ENVELOPES         PIC 9(07) VALUE ZEROS.
       77 WS-TOT-DOCUMENTOS        PIC 9(07) VALUE ZEROS.
       77 WS-TOT-LINHAS            PIC 9(09) VALUE ZEROS.
       77 WS-TOT-REGISTOS          PIC 9(09) VALUE ZEROS.
       77 WS-TOT-FALHAS-EXP        PIC 9(07) VALUE ZEROS.
       77 WS-TOT-RETIDOS           PIC 9(05) VALUE ZEROS.
       77 WS-TOT-DOCS-RETIDOS      PIC 9(05) VALUE ZEROS.
       77 WS-TOT-DEV-MARCADAS      PIC 9(05) VALUE ZEROS.
       77 WS-TOT-DEV-JA            PIC 9(05) VALUE ZEROS.
       77 WS-TOT-DEV-ALTERADAS     PIC 9(05) VALUE ZEROS.
       77 WS-TOT-DEV-DESCONHEC     PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0-INICIALIZAR.
           ACCEPT WS-JOB-HORA-INICIO FROM TIME
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
           ACCEPT WS-PATH-FATURADOC FROM ENVIRONMENT "FATURADOC_PATH"
           IF WS-PATH-FATURADOC EQUAL SPACES
               MOVE
         'D:\UFCD\UFCD 0808 - Programacao COBOL\Tarefas\fatdoc.txt'
                   TO WS-PATH-FATURADOC
           END-IF
           ACCEPT WS-PATH-FATDOCIDX FROM ENVIRONMENT "FATDOCIDX_PATH"
           IF WS-PATH-FATDOCIDX EQUAL SPACES
               MOVE
         'D:\UFCD\UFCD 0808 - Programacao COBOL\Tarefas\fatdocidx.txt'
                   TO WS-PATH-FATDOCIDX
           END-IF
           ACCEPT WS-PATH-EXPTRAB FROM ENVIRONMENT "EXPTRAB_PATH"
           IF WS-PATH-EXPTRAB EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/EXPTRAB.txt'
                   TO WS-PATH-EXPTRAB
           END-IF
           ACCEPT WS-PATH-EXPSORT FROM ENVIRONMENT "EXPSORT_PATH"
           IF WS-PATH-EXPSORT EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/EXPSORT.txt'
                   TO WS-PATH-EXPSORT
           END-IF
           ACCEPT WS-PATH-EXPORD FROM ENVIRONMENT "EXPORD_PATH"
           IF WS-PATH-EXPORD EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/EXPORD.txt'
                   TO WS-PATH-EXPORD
           END-IF
           ACCEPT WS-PATH-CORREIODEV FROM ENVIRONMENT
               "CORREIODEV_PATH"
           IF WS-PATH-CORREIODEV EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/CORREIODEV.txt'
                   TO WS-PATH-CORREIODEV
           END-IF
           ACCEPT WS-PATH-CORREIODEVTMP FROM ENVIRONMENT
               "CORREIODEVTMP_PATH"
           IF WS-PATH-CORREIODEVTMP EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/CORREIODEVTMP.txt'
                   TO WS-PATH-CORREIODEVTMP
           END-IF
           ACCEPT WS-PATH-AUDITORIA FROM ENVIRONMENT
               "AUDITORIA_PATH"
           IF WS-PATH-AUDITORIA EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/AUDITORIA.txt'
                   TO WS-PATH-AUDITORIA
           END-IF
           PERFORM OBTER-DATA-PROCESSAMENTO.

       0-PRINCIPAL.
           PERFORM ABRIR-SPOOL
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'EXPEDICAO DA CORRESPONDENCIA - DATA '
                  DELIMITED BY SIZE
                  WS-DATA-PROCESSAMENTO DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL

      *    as devolucoes vem primeiro: uma morada que o correio
      *    devolveu ja nao leva a correspondencia de hoje
           PERFORM PROCESSAR-DEVOLUCOES THRU PROCESSAR-DEVOLUCOES-FIM

           PERFORM CARREGAR-CLIFAT THRU CARREGAR-CLIFAT-FIM
           PERFORM CARREGAR-CLIGAS THRU CARREGAR-CLIGAS-FIM

           OPEN OUTPUT EXPTRAB
           IF WS-FS-EXPTRAB NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR EXPTRAB - FILE STATUS: '
                   WS-FS-EXPTRAB
               MOVE 8 TO WS-RC
               GO TO 0-TERMINAR
           END-IF
           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE 'DOCUMENTOS DO DIA POR FICHEIRO DE IMPRESSAO'
               TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           PERFORM VARYING WS-FT FROM 1 BY 1 UNTIL WS-FT > 4
               PERFORM RECOLHER-FONTE THRU RECOLHER-FONTE-FIM
           END-PERFORM
           CLOSE EXPTRAB

           SORT EXPSORT
           ON ASCENDING KEY ES-COD-POSTAL
                            ES-CHAVE
                            ES-SEQ-DOC
                            ES-SEQ-LINHA
           USING EXPTRAB
           GIVING EXPORD

           PERFORM GERAR-EXPEDICAO THRU GERAR-EXPEDICAO-FIM
           PERFORM LISTAR-RETIDOS
      *    os retidos e as devolucoes desconhecidas ficam no spool
      *    para a secretaria e nao param a janela noturna; RC 8 (ja
      *    posto) so quando um indice nao bate com o seu ficheiro ou
      *    a expedicao nao foi gravada
           PERFORM ESCREVER-RESUMO.

       0-TERMINAR.
           PERFORM FECHAR-SPOOL
           PERFORM ESCREVER-JOBLEDGER
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

      *-----------------------
      * devolucoes do correio: cada envelope devolvido e procurado
      * no ficheiro de expedicao do seu dia (a data esta no proprio
      * numero) e a morada usada fica marcada como devolvida no
      * mestre de onde veio - so se o mestre ainda tiver essa mesma
      * morada, para que uma devolucao repetida ou tardia nao
      * estrague uma morada ja corrigida
      *-----------------------
       PROCESSAR-DEVOLUCOES.
           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE 'DEVOLUCOES DO CORREIO' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT CORREIODEV
           IF WS-FS-CORREIODEV NOT EQUAL "00"
               MOVE '  SEM DEVOLUCOES DO CORREIO PARA TRATAR'
                   TO WS-SPOOL-LINHA
               PERFORM ESCREVER-SPOOL
               GO TO PROCESSAR-DEVOLUCOES-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ CORREIODEV
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF WS-DV-NUM < WS-DV-MAXIMO
                       ADD 1 TO WS-DV-NUM
                       MOVE CD-NUM-ENVELOPE
                           TO WS-DV-ENVELOPE (WS-DV-NUM)
                       MOVE CD-DATA TO WS-DV-DATA (WS-DV-NUM)
                       MOVE CD-MOTIVO TO WS-DV-MOTIVO (WS-DV-NUM)
                       MOVE 'N' TO WS-DV-RESULTADO (WS-DV-NUM)
                       MOVE SPACE TO WS-DV-ORIGEM (WS-DV-NUM)
                   ELSE
                       PERFORM GUARDAR-DEVOLUCAO-RESTANTE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CORREIODEV
           IF WS-DV-TMP-ESTADO EQUAL 'A'
               CLOSE CORREIODEVTMP
           END-IF
           MOVE SPACES TO WS-ENDOFF
           IF WS-DV-RESTANTES > ZEROS
               MOVE SPACES TO WS-SPOOL-LINHA
               IF WS-DV-TMP-ESTADO EQUAL 'E'
                   STRING '  *** MAIS DE ' WS-DV-MAXIMO
                          ' DEVOLUCOES - O FICHEIRO FICA COMO VEIO '
                          '(SO AS PRIMEIRAS FORAM TRATADAS)'
                       DELIMITED BY SIZE INTO WS-SPOOL-LINHA
                   END-STRING
               ELSE
                   STRING '  *** MAIS DE ' WS-DV-MAXIMO
                          ' DEVOLUCOES - ' WS-DV-RESTANTES
                          ' FICAM NO FICHEIRO PARA A PROXIMA CORRIDA'
                       DELIMITED BY SIZE INTO WS-SPOOL-LINHA
                   END-STRING
               END-IF
               PERFORM ESCREVER-SPOOL
           END-IF

           PERFORM VARYING WS-DV-IDX FROM 1 BY 1
               UNTIL WS-DV-IDX > WS-DV-NUM
               PERFORM LOCALIZAR-ENVELOPE
               ADD 1 TO WS-JOB-REGISTOS
           END-PERFORM

           IF WS-DV-HA-F EQUAL 1
               PERFORM MARCAR-CLIFAT THRU MARCAR-CLIFAT-FIM
           END-IF
           IF WS-DV-HA-G EQUAL 1
               PERFORM MARCAR-CLIGAS THRU MARCAR-CLIGAS-FIM
           END-IF

      *    as devolucoes tratadas saem do ficheiro (ficam no spool):
      *    numa nova corrida do mesmo dia a expedicao de hoje e
      *    regravada e os numeros de envelope ja nao seriam os que o
      *    correio devolveu; as que nao couberam na tabela voltam do
      *    temporario
           IF WS-RC < 8
            AND WS-DV-TMP-ESTADO NOT EQUAL 'E'
               PERFORM REGRAVAR-CORREIODEV
                   THRU REGRAVAR-CORREIODEV-FIM
           END-IF

           PERFORM VARYING WS-DV-IDX FROM 1 BY 1
               UNTIL WS-DV-IDX > WS-DV-NUM
               EVALUATE WS-DV-RESULTADO (WS-DV-IDX)
                   WHEN 'M'
                       MOVE 'MORADA MARCADA COMO DEVOLVIDA'
                           TO WS-DV-TXT
                       ADD 1 TO WS-TOT-DEV-MARCADAS
                   WHEN 'J'
                       MOVE 'MORADA JA ESTAVA DEVOLVIDA'
                           TO WS-DV-TXT
                       ADD 1 TO WS-TOT-DEV-JA
                   WHEN 'A'
                       MOVE 'MORADA JA CORRIGIDA NO MESTRE'
                           TO WS-DV-TXT
                       ADD 1 TO WS-TOT-DEV-ALTERADAS
                   WHEN OTHER
                       MOVE 'ENVELOPE DESCONHECIDO' TO WS-DV-TXT
                       ADD 1 TO WS-TOT-DEV-DESCONHEC
               END-EVALUATE
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING '  ENVELOPE ' WS-DV-ENVELOPE (WS-DV-IDX)
                      ' DEVOLVIDO EM ' WS-DV-DATA (WS-DV-IDX)
                      ' MOTIVO ' WS-DV-MOTIVO (WS-DV-IDX)
                      ' NIF ' WS-DV-NIF (WS-DV-IDX)
                      ' CLIENTE ' WS-DV-CLIENTE (WS-DV-IDX)
                      ' - ' WS-DV-TXT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
           END-PERFORM.

       PROCESSAR-DEVOLUCOES-FIM.
           MOVE SPACES TO WS-ENDOFF
           EXIT.

       GUARDAR-DEVOLUCAO-RESTANTE.
           IF WS-DV-TMP-ESTADO EQUAL SPACE
               OPEN OUTPUT CORREIODEVTMP
               IF WS-FS-CORREIODEVTMP EQUAL "00"
                   MOVE 'A' TO WS-DV-TMP-ESTADO
               ELSE
                   MOVE 'E' TO WS-DV-TMP-ESTADO
                   MOVE SPACES TO WS-SPOOL-LINHA
                   STRING '  *** ERRO A ABRIR CORREIODEVTMP - FILE '
                          'STATUS: ' WS-FS-CORREIODEVTMP
                       DELIMITED BY SIZE INTO WS-SPOOL-LINHA
                   END-STRING
                   PERFORM ESCREVER-SPOOL
               END-IF
           END-IF
           IF WS-DV-TMP-ESTADO EQUAL 'A'
               WRITE CORREIODEVTMP-REG FROM CORREIODEV-REG
               IF WS-FS-CORREIODEVTMP NOT EQUAL "00"
                   MOVE 'E' TO WS-DV-TMP-ESTADO
                   CLOSE CORREIODEVTMP
                   MOVE SPACES TO WS-SPOOL-LINHA
                   STRING '  *** ERRO A GRAVAR CORREIODEVTMP - FILE '
                          'STATUS: ' WS-FS-CORREIODEVTMP
                       DELIMITED BY SIZE INTO WS-SPOOL-LINHA
                   END-STRING
                   PERFORM ESCREVER-SPOOL
               END-IF
           END-IF
           ADD 1 TO WS-DV-RESTANTES.

      *-----------------------
      * o ficheiro de devolucoes fica so com as que nao couberam na
      * tabela (vazio se couberam todas)
      *-----------------------
       REGRAVAR-CORREIODEV.
           IF WS-DV-RESTANTES > ZEROS
               OPEN INPUT CORREIODEVTMP
               IF WS-FS-CORREIODEVTMP NOT EQUAL "00"
                   MOVE SPACES TO WS-SPOOL-LINHA
                   STRING '  *** ERRO A LER CORREIODEVTMP - FILE '
                          'STATUS: ' WS-FS-CORREIODEVTMP
                          ' - O FICHEIRO DE DEVOLUCOES FICA COMO VEIO'
                       DELIMITED BY SIZE INTO WS-SPOOL-LINHA
                   END-STRING
                   PERFORM ESCREVER-SPOOL
                   GO TO REGRAVAR-CORREIODEV-FIM
               END-IF
           END-IF
           OPEN OUTPUT CORREIODEV
           IF WS-FS-CORREIODEV EQUAL "00"
               MOVE SPACES TO WS-ENDOFF
               PERFORM UNTIL WS-ENDOFF = 'F'
                  OR WS-DV-RESTANTES EQUAL ZEROS
                   READ CORREIODEVTMP
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       WRITE CORREIODEV-REG FROM CORREIODEVTMP-REG
                   END-READ
               END-PERFORM
               MOVE SPACES TO WS-ENDOFF
               CLOSE CORREIODEV
           END-IF
           IF WS-DV-RESTANTES > ZEROS
               CLOSE CORREIODEVTMP
           END-IF.

       REGRAVAR-CORREIODEV-FIM.
           EXIT.

      *-----------------------
      * procura o envelope devolvido no ficheiro de expedicao do dia
      * em que saiu e guarda o destinatario e a morada usada
      *-----------------------
       LOCALIZAR-ENVELOPE.
           MOVE ZEROS TO WS-DV-NIF (WS-DV-IDX)
           MOVE ZEROS TO WS-DV-CLIENTE (WS-DV-IDX)
           MOVE SPACES TO WS-PATH-EXPCORREIO
           STRING 'EXPCORREIO.' DELIMITED BY SIZE
                  WS-DV-ENVELOPE (WS-DV-IDX) (1:8) DELIMITED BY SIZE
               INTO WS-PATH-EXPCORREIO
           END-STRING
           OPEN INPUT EXPCORREIO
           IF WS-FS-EXPCORREIO EQUAL "00"
               MOVE SPACES TO WS-ENDOFF
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ EXPCORREIO
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       IF EXP-TIPO-REG EQUAL 'E'
                        AND EXP-NUM-ENVELOPE
                            EQUAL WS-DV-ENVELOPE (WS-DV-IDX)
                           MOVE 'A' TO WS-DV-RESULTADO (WS-DV-IDX)
                           MOVE EXP-E-ORIGEM-MORADA
                               TO WS-DV-ORIGEM (WS-DV-IDX)
                           MOVE EXP-E-NIF TO WS-DV-NIF (WS-DV-IDX)
                           MOVE EXP-E-NUM-CLIENTE
                               TO WS-DV-CLIENTE (WS-DV-IDX)
                           MOVE EXP-E-MORADA
                               TO WS-DV-MORADA (WS-DV-IDX)
                           MOVE EXP-E-COD-POSTAL
                               TO WS-DV-COD-POSTAL (WS-DV-IDX)
                           IF EXP-E-ORIGEM-MORADA EQUAL 'F'
                               MOVE 1 TO WS-DV-HA-F
                           ELSE
                               MOVE 1 TO WS-DV-HA-G
                           END-IF
                           MOVE 'F' TO WS-ENDOFF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE EXPCORREIO
               MOVE SPACES TO WS-ENDOFF
           END-IF.

      *-----------------------
      * marca no mestre da faturacao as moradas devolvidas,
      * reescrevendo o mestre pelo temporario
      *-----------------------
       MARCAR-CLIFAT.
           MOVE 0 TO WS-DV-ALTERADO
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT CLIENTESFAT
           OPEN OUTPUT CLIFATTEMP
           IF WS-FS-CLIENTESFAT NOT EQUAL "00"
            OR WS-FS-CLIFATTEMP NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR CLIENTESFAT/CLIFATTEMP - FILE '
                   'STATUS: ' WS-FS-CLIENTESFAT ' / '
                   WS-FS-CLIFATTEMP
               IF WS-FS-CLIENTESFAT EQUAL "00"
                   CLOSE CLIENTESFAT
               END-IF
               IF WS-FS-CLIFATTEMP EQUAL "00"
                   CLOSE CLIFATTEMP
               END-IF
               MOVE 8 TO WS-RC
               GO TO MARCAR-CLIFAT-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ CLIENTESFAT
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   PERFORM VARYING WS-DV-IDX FROM 1 BY 1
                       UNTIL WS-DV-IDX > WS-DV-NUM
                       IF WS-DV-RESULTADO (WS-DV-IDX) EQUAL 'A'
                        AND WS-DV-ORIGEM (WS-DV-IDX) EQUAL 'F'
                        AND WS-DV-NIF (WS-DV-IDX) EQUAL CLI-NIF
                        AND WS-DV-MORADA (WS-DV-IDX) EQUAL CLI-MORADA
                        AND WS-DV-COD-POSTAL (WS-DV-IDX)
                            EQUAL CLI-COD-POSTAL
                           IF CLI-MORADA-ESTADO EQUAL 'D'
                               MOVE 'J' TO WS-DV-RESULTADO (WS-DV-IDX)
                           ELSE
                               MOVE 'D' TO CLI-MORADA-ESTADO
                               MOVE WS-DV-DATA (WS-DV-IDX)
                                   TO CLI-DATA-DEVOLUCAO
                               MOVE 'M' TO WS-DV-RESULTADO (WS-DV-IDX)
                               MOVE 1 TO WS-DV-ALTERADO
                               MOVE SPACES TO WS-AUD-DESCRICAO
                               STRING 'MORADA DEVOLVIDA NIF ' CLI-NIF
                                   DELIMITED BY SIZE
                                   INTO WS-AUD-DESCRICAO
                               END-STRING
                               PERFORM ESCREVER-AUDITORIA
                           END-IF
                       END-IF
                   END-PERFORM
                   WRITE CLIFATTEMP-REG FROM CLIENTEFAT-REG
               END-READ
           END-PERFORM
           CLOSE CLIENTESFAT
           CLOSE CLIFATTEMP
           MOVE SPACES TO WS-ENDOFF

           IF WS-DV-ALTERADO EQUAL 1
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
           END-IF.

       MARCAR-CLIFAT-FIM.
           MOVE SPACES TO WS-ENDOFF
           EXIT.

      *-----------------------
      * marca no mestre do gas as moradas devolvidas, pelo numero de
      * cliente, reescrevendo o mestre pelo temporario
      *-----------------------
       MARCAR-CLIGAS.
           MOVE 0 TO WS-DV-ALTERADO
           MOVE SPACES TO WS-ENDOFF
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
               MOVE 8 TO WS-RC
               GO TO MARCAR-CLIGAS-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ FICH-CLIENTES
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   PERFORM VARYING WS-DV-IDX FROM 1 BY 1
                       UNTIL WS-DV-IDX > WS-DV-NUM
                       IF WS-DV-RESULTADO (WS-DV-IDX) EQUAL 'A'
                        AND WS-DV-ORIGEM (WS-DV-IDX) EQUAL 'G'
                        AND WS-DV-CLIENTE (WS-DV-IDX)
                            EQUAL CG-NUM-CLIENTE
                        AND WS-DV-MORADA (WS-DV-IDX) EQUAL CG-MORADA
                        AND WS-DV-COD-POSTAL (WS-DV-IDX)
                            EQUAL CG-COD-POSTAL
                           IF CG-MORADA-ESTADO EQUAL 'D'
                               MOVE 'J' TO WS-DV-RESULTADO (WS-DV-IDX)
                           ELSE
                               MOVE 'D' TO CG-MORADA-ESTADO
                               MOVE WS-DV-DATA (WS-DV-IDX)
                                   TO CG-DATA-DEVOLUCAO
                               MOVE 'M' TO WS-DV-RESULTADO (WS-DV-IDX)
                               MOVE 1 TO WS-DV-ALTERADO
                               MOVE SPACES TO WS-AUD-DESCRICAO
                               STRING 'MORADA DEVOLVIDA CLIENTE GAS '
                                      CG-NUM-CLIENTE
                                   DELIMITED BY SIZE
                                   INTO WS-AUD-DESCRICAO
                               END-STRING
                               PERFORM ESCREVER-AUDITORIA
                           END-IF
                       END-IF
                   END-PERFORM
                   WRITE CLIENTETEMP-REG FROM CLIENTE-GAS-REG
               END-READ
           END-PERFORM
           CLOSE FICH-CLIENTES
           CLOSE FICH-CLIENTESTEMP
           MOVE SPACES TO WS-ENDOFF

           IF WS-DV-ALTERADO EQUAL 1
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
           END-IF.

       MARCAR-CLIGAS-FIM.
           MOVE SPACES TO WS-ENDOFF
           EXIT.

      *-----------------------
      * carga das moradas dos dois mestres de clientes (ja com as
      * devolucoes de hoje marcadas)
      *-----------------------
       CARREGAR-CLIFAT.
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT CLIENTESFAT
           IF WS-FS-CLIENTESFAT NOT EQUAL "00"
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING '  AVISO: CLIENTESFAT NAO DISPONIVEL - FILE '
                      'STATUS: ' WS-FS-CLIENTESFAT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
               GO TO CARREGAR-CLIFAT-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ CLIENTESFAT
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF WS-CF-NUM < WS-CF-MAXIMO
                       ADD 1 TO WS-CF-NUM
                       MOVE CLI-NIF TO WS-CF-NIF (WS-CF-NUM)
                       MOVE CLI-NOME TO WS-CF-NOME (WS-CF-NUM)
                       MOVE CLI-MORADA TO WS-CF-MORADA (WS-CF-NUM)
                       MOVE CLI-COD-POSTAL
                           TO WS-CF-COD-POSTAL (WS-CF-NUM)
                       MOVE CLI-MORADA-ESTADO
                           TO WS-CF-ESTADO (WS-CF-NUM)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CLIENTESFAT.

       CARREGAR-CLIFAT-FIM.
           MOVE SPACES TO WS-ENDOFF
           EXIT.

       CARREGAR-CLIGAS.
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT FICH-CLIENTES
           IF WS-FS-CLIENTES NOT EQUAL "00"
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING '  AVISO: CLIENTESGAS NAO DISPONIVEL - FILE '
                      'STATUS: ' WS-FS-CLIENTES
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
               GO TO CARREGAR-CLIGAS-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ FICH-CLIENTES
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF WS-GS-NUM < WS-GS-MAXIMO
                       ADD 1 TO WS-GS-NUM
                       MOVE CG-NUM-CLIENTE
                           TO WS-GS-CLIENTE (WS-GS-NUM)
                       MOVE CG-NIF TO WS-GS-NIF (WS-GS-NUM)
                       MOVE CG-NOME-CLIENTE TO WS-GS-NOME (WS-GS-NUM)
                       MOVE CG-MORADA TO WS-GS-MORADA (WS-GS-NUM)
                       MOVE CG-COD-POSTAL
                           TO WS-GS-COD-POSTAL (WS-GS-NUM)
                       MOVE CG-MORADA-ESTADO
                           TO WS-GS-ESTADO (WS-GS-NUM)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FICH-CLIENTES.

       CARREGAR-CLIGAS-FIM.
           MOVE SPACES TO WS-ENDOFF
           EXIT.

      *-----------------------
      * le um ficheiro de impressao a par do seu indice: cada
      * documento do dia vai para o ficheiro de trabalho com a
      * chave do seu envelope, ou fica retido com o destinatario
      *-----------------------
       RECOLHER-FONTE.
           MOVE ZEROS TO WS-FT-LIDOS
           MOVE ZEROS TO WS-FT-DO-DIA
           MOVE ZEROS TO WS-FT-EXPEDIDOS
           MOVE ZEROS TO WS-FT-RETIDOS
           MOVE 0 TO WS-DESALINHADO
           MOVE SPACES TO WS-PATH-DOCLINHAS
           EVALUATE WS-FT
               WHEN 1
                   MOVE 'G' TO WS-FT-ORIGEM
                   STRING 'GASDOCS.' DELIMITED BY SIZE
                          WS-DATA-PROCESSAMENTO DELIMITED BY SIZE
                       INTO WS-PATH-DOCLINHAS
                   END-STRING
               WHEN 2
                   MOVE 'C' TO WS-FT-ORIGEM
                   STRING 'CARTAS.' DELIMITED BY SIZE
                          WS-DATA-PROCESSAMENTO DELIMITED BY SIZE
                       INTO WS-PATH-DOCLINHAS
                   END-STRING
               WHEN 3
                   MOVE 'I' TO WS-FT-ORIGEM
                   STRING 'CARTASINSP.' DELIMITED BY SIZE
                          WS-DATA-PROCESSAMENTO DELIMITED BY SIZE
                       INTO WS-PATH-DOCLINHAS
                   END-STRING
               WHEN OTHER
                   MOVE 'F' TO WS-FT-ORIGEM
                   MOVE WS-PATH-FATURADOC TO WS-PATH-DOCLINHAS
           END-EVALUATE
           IF WS-FT-ORIGEM EQUAL 'F'
               MOVE WS-PATH-FATDOCIDX TO WS-PATH-DOCIDX
           ELSE
               MOVE SPACES TO WS-PATH-DOCIDX
               STRING WS-PATH-DOCLINHAS DELIMITED BY SPACE
                      '.IDX' DELIMITED BY SIZE
                   INTO WS-PATH-DOCIDX
               END-STRING
           END-IF

           OPEN INPUT DOCIDX
           IF WS-FS-DOCIDX NOT EQUAL "00"
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING '  ' WS-NOME-FONTE (WS-FT)
                      ' SEM DOCUMENTOS (SEM INDICE)'
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
               GO TO RECOLHER-FONTE-FIM
           END-IF
           OPEN INPUT DOCLINHAS
           IF WS-FS-DOCLINHAS NOT EQUAL "00"
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING '  *** ' WS-NOME-FONTE (WS-FT)
                      ' COM INDICE MAS SEM FICHEIRO DE IMPRESSAO - '
                      'FILE STATUS: ' WS-FS-DOCLINHAS ' ***'
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
               CLOSE DOCIDX
               MOVE 8 TO WS-RC
               GO TO RECOLHER-FONTE-FIM
           END-IF

           MOVE SPACES TO WS-ENDOFIDX
           PERFORM UNTIL WS-ENDOFIDX = 'F'
               READ DOCIDX
               AT END MOVE 'F' TO WS-ENDOFIDX
               NOT AT END
                   ADD 1 TO WS-FT-LIDOS
                   PERFORM LER-DOCUMENTO THRU LER-DOCUMENTO-FIM
                   IF WS-DESALINHADO EQUAL 1
                       MOVE 'F' TO WS-ENDOFIDX
                   END-IF
               END-READ
           END-PERFORM
           CLOSE DOCIDX
           CLOSE DOCLINHAS

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING '  ' WS-NOME-FONTE (WS-FT)
                  ' DOCUMENTOS NO INDICE: ' WS-FT-LIDOS
                  '  DO DIA: ' WS-FT-DO-DIA
                  '  A EXPEDIR: ' WS-FT-EXPEDIDOS
                  '  RETIDOS: ' WS-FT-RETIDOS
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL.

       RECOLHER-FONTE-FIM.
           MOVE SPACES TO WS-ENDOFIDX
           EXIT.

      *-----------------------
      * le do ficheiro de impressao as linhas do documento do
      * registo de indice corrente e confere-as: o numero de linhas
      * do indice tem de acabar na linha de tracos do fim do
      * documento; sem numero de linhas a pagina vai da linha de
      * '=' de abertura a de fecho (mais a linha em branco que a
      * separa da seguinte) - um indice que nao bate com o ficheiro
      * para a recolha dessa fonte
      *-----------------------
       LER-DOCUMENTO.
           MOVE ZEROS TO WS-LN-NUM
           IF DX-NUM-LINHAS > ZEROS
               IF DX-NUM-LINHAS > WS-LN-MAXIMO
                   MOVE 1 TO WS-DESALINHADO
               ELSE
                   PERFORM DX-NUM-LINHAS TIMES
                       READ DOCLINHAS
                       AT END MOVE 1 TO WS-DESALINHADO
                       NOT AT END
                           ADD 1 TO WS-LN-NUM
                           MOVE DOCLINHA-REG
                               TO WS-LN-LINHA (WS-LN-NUM)
                       END-READ
                   END-PERFORM
                   IF WS-DESALINHADO EQUAL 0
                       IF WS-LN-LINHA (WS-LN-NUM) NOT EQUAL ALL '-'
                           MOVE 1 TO WS-DESALINHADO
                       END-IF
                   END-IF
               END-IF
           ELSE
               READ DOCLINHAS
               AT END MOVE 1 TO WS-DESALINHADO
               NOT AT END
                   IF DOCLINHA-REG NOT EQUAL ALL '='
                       MOVE 1 TO WS-DESALINHADO
                   ELSE
                       ADD 1 TO WS-LN-NUM
                       MOVE DOCLINHA-REG TO WS-LN-LINHA (WS-LN-NUM)
                   END-IF
               END-READ
               MOVE 0 TO WS-LN-FIM-PAGINA
               PERFORM UNTIL WS-LN-FIM-PAGINA EQUAL 1
                   OR WS-DESALINHADO EQUAL 1
                   READ DOCLINHAS
                   AT END MOVE 1 TO WS-DESALINHADO
                   NOT AT END
                       IF WS-LN-NUM < WS-LN-MAXIMO
                           ADD 1 TO WS-LN-NUM
                           MOVE DOCLINHA-REG
                               TO WS-LN-LINHA (WS-LN-NUM)
                           IF DOCLINHA-REG EQUAL ALL '='
                               MOVE 1 TO WS-LN-FIM-PAGINA
                           END-IF
                       ELSE
                           MOVE 1 TO WS-DESALINHADO
                       END-IF
                   END-READ
               END-PERFORM
               IF WS-DESALINHADO EQUAL 0
                   READ DOCLINHAS
                   AT END CONTINUE
                   END-READ
               END-IF
           END-IF

           IF WS-DESALINHADO EQUAL 1
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING '  *** ' WS-NOME-FONTE (WS-FT)
                      ': INDICE E FICHEIRO DESALINHADOS NO DOCUMENTO '
                      DX-TIPO-DOC ' ' DX-REFERENCIA
                      ' - RESTANTES DOCUMENTOS NAO EXPEDIDOS ***'
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
               MOVE 8 TO WS-RC
               GO TO LER-DOCUMENTO-FIM
           END-IF

      *    o FATURADOC e reimpresso por inteiro: so vai o que e de
      *    hoje
           IF DX-DATA NOT EQUAL WS-DATA-PROCESSAMENTO
               GO TO LER-DOCUMENTO-FIM
           END-IF
           ADD 1 TO WS-FT-DO-DIA

           PERFORM RESOLVER-DESTINATARIO
           IF WS-DS-ACHADO EQUAL ZEROS
               ADD 1 TO WS-FT-RETIDOS
               ADD 1 TO WS-TOT-DOCS-RETIDOS
               GO TO LER-DOCUMENTO-FIM
           END-IF
           ADD 1 TO WS-DS-DOCS (WS-DS-ACHADO)
           IF WS-DS-SITUACAO (WS-DS-ACHADO) NOT EQUAL 'E'
               ADD 1 TO WS-FT-RETIDOS
               ADD 1 TO WS-TOT-DOCS-RETIDOS
               GO TO LER-DOCUMENTO-FIM
           END-IF

           ADD 1 TO WS-FT-EXPEDIDOS
           ADD 1 TO WS-SEQ-DOC
           ADD WS-LN-NUM TO WS-DS-LINHAS (WS-DS-ACHADO)
           MOVE WS-DS-COD-POSTAL (WS-DS-ACHADO) TO WS-TR-COD-POSTAL
           MOVE WS-DS-CHAVE (WS-DS-ACHADO) TO WS-TR-CHAVE
           MOVE WS-SEQ-DOC TO WS-TR-SEQ-DOC
           MOVE WS-FT-ORIGEM TO WS-TR-ORIGEM
           MOVE DX-TIPO-DOC TO WS-TR-TIPO-DOC
           MOVE DX-REFERENCIA TO WS-TR-REFERENCIA
           MOVE DX-DATA TO WS-TR-DATA
           MOVE WS-LN-NUM TO WS-TR-NUM-LINHAS
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-NUM
               MOVE WS-LN-IDX TO WS-TR-SEQ-LINHA
               MOVE WS-LN-LINHA (WS-LN-IDX) TO WS-TR-LINHA
               WRITE EXPTRAB-REG FROM WS-TRAB
           END-PERFORM.

       LER-DOCUMENTO-FIM.
           EXIT.

      *-----------------------
      * destinatario do documento: pelo NIF do indice ou, se vier a
      * zeros, pelo NIF do contrato de gas do cliente; sem NIF fica
      * o proprio cliente do gas. Um destinatario novo recebe a
      * morada e a situacao (WS-DS-ACHADO a zeros com a tabela
      * cheia)
      *-----------------------
       RESOLVER-DESTINATARIO.
           MOVE DX-NIF TO WS-CHAVE-NIF
           MOVE DX-NUM-CLIENTE TO WS-CHAVE-CLIENTE
           IF WS-CHAVE-NIF EQUAL ZEROS
               PERFORM VARYING WS-GS-IDX FROM 1 BY 1
                   UNTIL WS-GS-IDX > WS-GS-NUM
                   IF WS-GS-CLIENTE (WS-GS-IDX) EQUAL WS-CHAVE-CLIENTE
                       MOVE WS-GS-NIF (WS-GS-IDX) TO WS-CHAVE-NIF
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-CHAVE
           IF WS-CHAVE-NIF NOT EQUAL ZEROS
               MOVE 'N' TO WS-CHAVE (1:1)
               MOVE WS-CHAVE-NIF TO WS-CHAVE (2:9)
           ELSE
               MOVE 'C' TO WS-CHAVE (1:1)
               MOVE WS-CHAVE-CLIENTE TO WS-CHAVE (2:5)
           END-IF

           MOVE ZEROS TO WS-DS-ACHADO
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
               UNTIL WS-DS-IDX > WS-DS-NUM OR WS-DS-ACHADO > ZEROS
               IF WS-DS-CHAVE (WS-DS-IDX) EQUAL WS-CHAVE
                   MOVE WS-DS-IDX TO WS-DS-ACHADO
               END-IF
           END-PERFORM
           IF WS-DS-ACHADO EQUAL ZEROS
               IF WS-DS-NUM < WS-DS-MAXIMO
                   ADD 1 TO WS-DS-NUM
                   MOVE WS-DS-NUM TO WS-DS-ACHADO
                   PERFORM ATRIBUIR-MORADA
               ELSE
                   IF WS-DS-CHEIA EQUAL 0
                       MOVE '  *** TABELA DE DESTINATARIOS CHEIA - '
                           & 'DOCUMENTOS RETIDOS ***' TO WS-SPOOL-LINHA
                       PERFORM ESCREVER-SPOOL
                   END-IF
                   MOVE 1 TO WS-DS-CHEIA
               END-IF
           END-IF.

      *-----------------------
      * morada do envelope: a do mestre da faturacao, se o NIF la
      * tiver uma valida; senao a primeira valida dos contratos de
      * gas do NIF (ou do proprio cliente, sem NIF). Havendo so
      * moradas devolvidas o destinatario fica retido ('D'); sem
      * morada nenhuma, tambem ('S')
      *-----------------------
       ATRIBUIR-MORADA.
           MOVE WS-CHAVE TO WS-DS-CHAVE (WS-DS-ACHADO)
           MOVE WS-CHAVE-NIF TO WS-DS-NIF (WS-DS-ACHADO)
           MOVE WS-CHAVE-CLIENTE TO WS-DS-CLIENTE (WS-DS-ACHADO)
           MOVE SPACE TO WS-DS-ORIGEM-MORADA (WS-DS-ACHADO)
           MOVE SPACES TO WS-DS-NOME (WS-DS-ACHADO)
           MOVE SPACES TO WS-DS-MORADA (WS-DS-ACHADO)
           MOVE SPACES TO WS-DS-COD-POSTAL (WS-DS-ACHADO)
           MOVE 'S' TO WS-DS-SITUACAO (WS-DS-ACHADO)
           MOVE ZEROS TO WS-DS-DOCS (WS-DS-ACHADO)
           MOVE ZEROS TO WS-DS-LINHAS (WS-DS-ACHADO)

           IF WS-CHAVE-NIF NOT EQUAL ZEROS
               PERFORM VARYING WS-CF-IDX FROM 1 BY 1
                   UNTIL WS-CF-IDX > WS-CF-NUM
                   IF WS-CF-NIF (WS-CF-IDX) EQUAL WS-CHAVE-NIF
                    AND WS-DS-SITUACAO (WS-DS-ACHADO) NOT EQUAL 'E'
                       MOVE WS-CF-NOME (WS-CF-IDX)
                           TO WS-DS-NOME (WS-DS-ACHADO)
                       IF WS-CF-MORADA (WS-CF-IDX) NOT EQUAL SPACES
                           IF WS-CF-ESTADO (WS-CF-IDX) EQUAL 'D'
                               MOVE 'D' TO WS-DS-SITUACAO (WS-DS-ACHADO)
                           ELSE
                               MOVE 'E' TO WS-DS-SITUACAO (WS-DS-ACHADO)
                               MOVE 'F'
                                   TO WS-DS-ORIGEM-MORADA (WS-DS-ACHADO)
                               MOVE WS-CF-MORADA (WS-CF-IDX)
                                   TO WS-DS-MORADA (WS-DS-ACHADO)
                               MOVE WS-CF-COD-POSTAL (WS-CF-IDX)
                                   TO WS-DS-COD-POSTAL (WS-DS-ACHADO)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           PERFORM VARYING WS-GS-IDX FROM 1 BY 1
               UNTIL WS-GS-IDX > WS-GS-NUM
               IF WS-DS-SITUACAO (WS-DS-ACHADO) NOT EQUAL 'E'
                AND ((WS-CHAVE-NIF NOT EQUAL ZEROS
                  AND WS-GS-NIF (WS-GS-IDX) EQUAL WS-CHAVE-NIF)
                 OR (WS-CHAVE-NIF EQUAL ZEROS
                  AND WS-GS-CLIENTE (WS-GS-IDX) EQUAL WS-CHAVE-CLIENTE))
                   IF WS-DS-NOME (WS-DS-ACHADO) EQUAL SPACES
                       MOVE WS-GS-NOME (WS-GS-IDX)
                           TO WS-DS-NOME (WS-DS-ACHADO)
                   END-IF
                   IF WS-GS-MORADA (WS-GS-IDX) NOT EQUAL SPACES
                       IF WS-GS-ESTADO (WS-GS-IDX) EQUAL 'D'
                           MOVE 'D' TO WS-DS-SITUACAO (WS-DS-ACHADO)
                       ELSE
                           MOVE 'E' TO WS-DS-SITUACAO (WS-DS-ACHADO)
                           MOVE 'G'
                               TO WS-DS-ORIGEM-MORADA (WS-DS-ACHADO)
                           MOVE WS-GS-CLIENTE (WS-GS-IDX)
                               TO WS-DS-CLIENTE (WS-DS-ACHADO)
                           MOVE WS-GS-NOME (WS-GS-IDX)
                               TO WS-DS-NOME (WS-DS-ACHADO)
                           MOVE WS-GS-MORADA (WS-GS-IDX)
                               TO WS-DS-MORADA (WS-DS-ACHADO)
                           MOVE WS-GS-COD-POSTAL (WS-GS-IDX)
                               TO WS-DS-COD-POSTAL (WS-DS-ACHADO)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------
      * ficheiro para a casa de impressao, a partir das linhas ja
      * ordenadas por codigo postal e destinatario: um envelope por
      * quebra de destinatario, um indice por quebra de documento
      *-----------------------
       GERAR-EXPEDICAO.
           MOVE SPACES TO WS-PATH-EXPCORREIO
           STRING 'EXPCORREIO.' DELIMITED BY SIZE
                  WS-DATA-PROCESSAMENTO DELIMITED BY SIZE
               INTO WS-PATH-EXPCORREIO
           END-STRING
           OPEN OUTPUT EXPCORREIO
           IF WS-FS-EXPCORREIO NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR EXPCORREIO - FILE STATUS: '
                   WS-FS-EXPCORREIO
               MOVE 8 TO WS-RC
               GO TO GERAR-EXPEDICAO-FIM
           END-IF
           OPEN INPUT EXPORD
           IF WS-FS-EXPORD NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR EXPORD - FILE STATUS: '
                   WS-FS-EXPORD
               CLOSE EXPCORREIO
               MOVE 8 TO WS-RC
               GO TO GERAR-EXPEDICAO-FIM
           END-IF

           MOVE SPACES TO EXPEDICAO-REG
           MOVE 'H' TO EXP-TIPO-REG
           MOVE WS-DATA-PROCESSAMENTO TO EXP-H-DATA
           MOVE WS-EMITENTE TO EXP-H-EMITENTE
           PERFORM GRAVAR-EXPEDICAO

           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE 'ENVELOPES POR CODIGO POSTAL' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL

           MOVE SPACES TO WS-CHAVE-ANT
           MOVE ZEROS TO WS-DOC-ANT
           MOVE SPACES TO WS-ENDOFF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ EXPORD
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF EO-CHAVE NOT EQUAL WS-CHAVE-ANT
                       PERFORM ABRIR-ENVELOPE
                   END-IF
                   IF EO-SEQ-DOC NOT EQUAL WS-DOC-ANT
                       ADD 1 TO WS-DOC-ENV
                       MOVE EO-SEQ-DOC TO WS-DOC-ANT
                       MOVE SPACES TO EXPEDICAO-REG
                       MOVE 'I' TO EXP-TIPO-REG
                       MOVE WS-ENVELOPE TO EXP-NUM-ENVELOPE
                       MOVE WS-DOC-ENV TO EXP-I-SEQ-DOC
                       MOVE EO-ORIGEM TO EXP-I-ORIGEM
                       MOVE EO-TIPO-DOC TO EXP-I-TIPO-DOC
                       MOVE EO-REFERENCIA TO EXP-I-REFERENCIA
                       MOVE EO-DATA TO EXP-I-DATA
                       MOVE EO-NUM-LINHAS TO EXP-I-NUM-LINHAS
                       PERFORM GRAVAR-EXPEDICAO
                       IF WS-FS-EXPCORREIO EQUAL "00"
                           ADD 1 TO WS-TOT-DOCUMENTOS
                       END-IF
                   END-IF
                   MOVE SPACES TO EXPEDICAO-REG
                   MOVE 'L' TO EXP-TIPO-REG
                   MOVE WS-ENVELOPE TO EXP-NUM-ENVELOPE
                   MOVE WS-DOC-ENV TO EXP-L-SEQ-DOC
                   MOVE EO-LINHA TO EXP-L-TEXTO
                   PERFORM GRAVAR-EXPEDICAO
                   IF WS-FS-EXPCORREIO EQUAL "00"
                       ADD 1 TO WS-TOT-LINHAS
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EXPORD

           MOVE SPACES TO EXPEDICAO-REG
           MOVE 'T' TO EXP-TIPO-REG
           MOVE WS-TOT-ENVELOPES TO EXP-T-ENVELOPES
           MOVE WS-TOT-DOCUMENTOS TO EXP-T-DOCUMENTOS
           MOVE WS-TOT-LINHAS TO EXP-T-LINHAS
           COMPUTE EXP-T-REGISTOS = WS-TOT-REGISTOS + 1
           PERFORM GRAVAR-EXPEDICAO
           CLOSE EXPCORREIO
           ADD WS-TOT-DOCUMENTOS TO WS-JOB-REGISTOS.

       GERAR-EXPEDICAO-FIM.
           MOVE SPACES TO WS-ENDOFF
           EXIT.

      *-----------------------
      * quebra de destinatario: numero do envelope (data e
      * sequencia) e registo 'E' com a morada e as contagens
      *-----------------------
       ABRIR-ENVELOPE.
           MOVE EO-CHAVE TO WS-CHAVE-ANT
           MOVE ZEROS TO WS-DOC-ANT
           MOVE ZEROS TO WS-DOC-ENV
           ADD 1 TO WS-SEQ-ENVELOPE
           MOVE WS-DATA-PROCESSAMENTO TO WS-ENVELOPE (1:8)
           MOVE WS-SEQ-ENVELOPE TO WS-ENVELOPE (9:6)
           MOVE ZEROS TO WS-DS-ACHADO
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
               UNTIL WS-DS-IDX > WS-DS-NUM OR WS-DS-ACHADO > ZEROS
               IF WS-DS-CHAVE (WS-DS-IDX) EQUAL EO-CHAVE
                   MOVE WS-DS-IDX TO WS-DS-ACHADO
               END-IF
           END-PERFORM
           MOVE SPACES TO EXPEDICAO-REG
           MOVE 'E' TO EXP-TIPO-REG
           MOVE WS-ENVELOPE TO EXP-NUM-ENVELOPE
           MOVE WS-DS-NIF (WS-DS-ACHADO) TO EXP-E-NIF
           MOVE WS-DS-CLIENTE (WS-DS-ACHADO) TO EXP-E-NUM-CLIENTE
           MOVE WS-DS-ORIGEM-MORADA (WS-DS-ACHADO)
               TO EXP-E-ORIGEM-MORADA
           MOVE WS-DS-NOME (WS-DS-ACHADO) TO EXP-E-NOME
           MOVE WS-DS-MORADA (WS-DS-ACHADO) TO EXP-E-MORADA
           MOVE WS-DS-COD-POSTAL (WS-DS-ACHADO) TO EXP-E-COD-POSTAL
           MOVE WS-DS-DOCS (WS-DS-ACHADO) TO EXP-E-NUM-DOCS
           MOVE WS-DS-LINHAS (WS-DS-ACHADO) TO EXP-E-NUM-LINHAS
           PERFORM GRAVAR-EXPEDICAO
           IF WS-FS-EXPCORREIO EQUAL "00"
               ADD 1 TO WS-TOT-ENVELOPES
           END-IF
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING '  ' WS-ENVELOPE
                  ' ' WS-DS-COD-POSTAL (WS-DS-ACHADO)
                  ' NIF ' WS-DS-NIF (WS-DS-ACHADO)
                  ' ' WS-DS-NOME (WS-DS-ACHADO)
                  ' DOCS ' WS-DS-DOCS (WS-DS-ACHADO)
                  ' LINHAS ' WS-DS-LINHAS (WS-DS-ACHADO)
                  ' MORADA ' WS-DS-ORIGEM-MORADA (WS-DS-ACHADO)
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL.

      *-----------------------
      * so conta o que ficou gravado; a primeira falha fica no spool
      * e a expedicao do dia sai com RC 8
      *-----------------------
       GRAVAR-EXPEDICAO.
           WRITE EXPEDICAO-REG
           IF WS-FS-EXPCORREIO EQUAL "00"
               ADD 1 TO WS-TOT-REGISTOS
           ELSE
               IF WS-TOT-FALHAS-EXP EQUAL ZEROS
                   MOVE SPACES TO WS-SPOOL-LINHA
                   STRING '  *** ERRO A GRAVAR EXPCORREIO - FILE '
                          'STATUS: ' WS-FS-EXPCORREIO
                          ' - EXPEDICAO DO DIA INCOMPLETA'
                       DELIMITED BY SIZE INTO WS-SPOOL-LINHA
                   END-STRING
                   PERFORM ESCREVER-SPOOL
               END-IF
               ADD 1 TO WS-TOT-FALHAS-EXP
               MOVE 8 TO WS-RC
           END-IF.

      *-----------------------
      * destinatarios que ficaram sem envelope: a correspondencia
      * continua nos ficheiros do dia para ser tratada a mao
      *-----------------------
       LISTAR-RETIDOS.
           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE 'DESTINATARIOS RETIDOS (CORRESPONDENCIA NAO EXPEDIDA)'
               TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
               UNTIL WS-DS-IDX > WS-DS-NUM
               IF WS-DS-SITUACAO (WS-DS-IDX) NOT EQUAL 'E'
                   ADD 1 TO WS-TOT-RETIDOS
                   IF WS-DS-SITUACAO (WS-DS-IDX) EQUAL 'D'
                       MOVE 'MORADA DEVOLVIDA PELO CORREIO'
                           TO WS-DV-TXT
                   ELSE
                       MOVE 'SEM MORADA NOS MESTRES' TO WS-DV-TXT
                   END-IF
                   MOVE SPACES TO WS-SPOOL-LINHA
                   STRING '  NIF ' WS-DS-NIF (WS-DS-IDX)
                          ' CLIENTE GAS ' WS-DS-CLIENTE (WS-DS-IDX)
                          ' ' WS-DS-NOME (WS-DS-IDX)
                          ' DOCS ' WS-DS-DOCS (WS-DS-IDX)
                          ' - ' WS-DV-TXT
                       DELIMITED BY SIZE INTO WS-SPOOL-LINHA
                   END-STRING
                   PERFORM ESCREVER-SPOOL
               END-IF
           END-PERFORM
           IF WS-TOT-RETIDOS EQUAL ZEROS
               MOVE '  NENHUM' TO WS-SPOOL-LINHA
               PERFORM ESCREVER-SPOOL
           END-IF.

       ESCREVER-RESUMO.
           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'TOTAIS DE CONTROLO - ENVELOPES: ' WS-TOT-ENVELOPES
                  '  DOCUMENTOS: ' WS-TOT-DOCUMENTOS
                  '  LINHAS: ' WS-TOT-LINHAS
                  '  REGISTOS: ' WS-TOT-REGISTOS
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           IF WS-TOT-FALHAS-EXP > ZEROS
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING '*** REGISTOS NAO GRAVADOS NA EXPEDICAO: '
                      WS-TOT-FALHAS-EXP
                      ' - NAO ENVIAR O FICHEIRO A CASA DE IMPRESSAO'
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
           END-IF
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'RETIDOS - DESTINATARIOS: ' WS-TOT-RETIDOS
                  '  DOCUMENTOS: ' WS-TOT-DOCS-RETIDOS
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'DEVOLUCOES - MARCADAS: ' WS-TOT-DEV-MARCADAS
                  '  JA MARCADAS: ' WS-TOT-DEV-JA
                  '  JA CORRIGIDAS: ' WS-TOT-DEV-ALTERADAS
                  '  DESCONHECIDAS: ' WS-TOT-DEV-DESCONHEC
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL.

       ABRIR-SPOOL.
           MOVE SPACES TO WS-PATH-SPOOL
           STRING 'EXPEDICAO.' DELIMITED BY SIZE
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
      * marca de uma devolucao na auditoria; corrida de lote, o
      * operador e o proprio programa
      *-----------------------
       ESCREVER-AUDITORIA.
           MOVE WS-DATA-PROCESSAMENTO TO AUD-DATA
           ACCEPT AUD-HORA FROM TIME
           MOVE 'EXPEDICAO' TO AUD-OPERADOR
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
           MOVE 'EXPEDICAO   ' TO JOB-PROGRAMA
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

       END PROGRAM EXPEDICAO.
