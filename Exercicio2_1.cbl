           WS-PATH-LISTAGEM
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FS-LISTAGEM.

       SELECT CURSOS ASSIGN TO
           WS-PATH-CURSOS
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FS-CURSOS.

       SELECT PRESENCAS ASSIGN TO
           WS-PATH-PRESENCAS
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FS-PRESENCAS.

       SELECT FUNCIONARIOS ASSIGN TO
           WS-PATH-FUNCIONARIOS
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FS-FUNCIONARIOS.

       SELECT CERTIFICADOS ASSIGN TO
           WS-PATH-CERTIFICADOS
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FS-CERTIFICADOS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD LISTAGEM-HORAS.
       01 LISTAGEM-REG            PIC X(60).

      *-----------------------
      * catalogo de cursos de formacao com a duracao total em minutos
      *-----------------------
       FD CURSOS.
       01 CURSOS-REG.
           03 CUR-CODIGO          PIC X(06).
           03 CUR-DESIGNACAO      PIC X(40).
           03 CUR-MINUTOS         PIC 9(05).
           03 CUR-ENTIDADE        PIC X(30).

      *-----------------------
      * presencas em formacao, uma por funcionario, dia e curso, com
      * os minutos frequentados nesse dia
      *-----------------------
       FD PRESENCAS.
       01 PRESENCAS-REG.
           03 PRE-FUNC-ID         PIC 9(05).
           03 PRE-DATA            PIC 9(08).
           03 PRE-DATA-R REDEFINES PRE-DATA.
               05 PRE-ANO         PIC 9(04).
               05 PRE-MES         PIC 9(02).
               05 PRE-DIA         PIC 9(02).
           03 PRE-CURSO           PIC X(06).
           03 PRE-MINUTOS         PIC 9(04).

      *-----------------------
      * o mesmo desenho do ficheiro de funcionarios do
      * DADOS_FUNCIONARIOS
      *-----------------------
       FD FUNCIONARIOS.
       01 FUNCIONARIOS-REG.
           03 FUNC-ID                PIC 9(05).
           03 FUNC-NOME              PIC X(20).
           03 FUNC-DATA-NASC         PIC X(10).
           03 FUNC-CATEGORIA         PIC X(18).
           03 FUNC-SECCAO            PIC X(20).
           03 FUNC-HORA-ENTRADA      PIC 9(04).
           03 FUNC-HORA-SAIDA        PIC 9(04).
           03 FUNC-HORA-ALMOCO-INI   PIC 9(04).
           03 FUNC-HORA-ALMOCO-FIM   PIC 9(04).
           03 FUNC-HORAS-SEMANAIS    PIC 9(02).
           03 FUNC-TAXA-HORARIA      PIC 9(03)V99.
           03 FUNC-DIAS-FERIAS-ANO   PIC 9(02).
           03 FUNC-DATA-ADMISSAO     PIC 9(08).
           03 FUNC-ADMISSAO-R REDEFINES FUNC-DATA-ADMISSAO.
               05 FUNC-ADMISSAO-ANO  PIC 9(04).
               05 FUNC-ADMISSAO-MES  PIC 9(02).
               05 FILLER             PIC 9(02).
           03 FUNC-ESTADO            PIC X(01).
           03 FUNC-DATA-SAIDA        PIC 9(08).
           03 FUNC-SAIDA-R REDEFINES FUNC-DATA-SAIDA.
               05 FUNC-SAIDA-ANO     PIC 9(04).
               05 FUNC-SAIDA-MES     PIC 9(02).
               05 FILLER             PIC 9(02).
           03 FUNC-IBAN              PIC X(25).
           03 FUNC-NIF               PIC 9(09).
           03 FUNC-NISS              PIC 9(11).

       FD CERTIFICADOS.
       01 CERTIFICADOS-REG        PIC X(60).

       WORKING-STORAGE SECTION.
       01 MINUTOS-ALUNO          PIC  9999.
       01 HORAS-FINAL            PIC 99V99.
       01 MINUTOS-FORMACAO       PIC S9(07).
       01 HORAS-FORMACAO         PIC S9(05)V99.

       77 WS-MODO                PIC X(01).
       77 WS-PATH-LOTE           PIC X(100).
       77 WS-ENDOFLOTE           PIC X(01) VALUE SPACES.
       77 WS-LISTAGEM-LINHA      PIC X(60) VALUE SPACES.
       77 WS-FS-ATUAL            PIC XX.
       77 WS-PATH-CURSOS         PIC X(100).
       77 WS-FS-CURSOS           PIC XX.
       77 WS-PATH-PRESENCAS      PIC X(100).
       77 WS-FS-PRESENCAS        PIC XX.
       77 WS-PATH-FUNCIONARIOS   PIC X(100).
       77 WS-FS-FUNCIONARIOS     PIC XX.
       77 WS-PATH-CERTIFICADOS   PIC X(100).
       77 WS-FS-CERTIFICADOS     PIC XX.

      *-----------------------
      * formacao continua: minimo legal de horas por ano e numero de
      * anos anteriores cujas horas (a mais ou em falta) ainda contam
      * para o ano do relatorio - formacao antecipada ou diferida ate
      * dois anos (maximo 4, limite da tabela WS-FRM-MIN-ANO)
      *-----------------------
       77 WS-FRM-MINIMO-HORAS    PIC 9(03) VALUE 40.
       77 WS-FRM-ANOS-TRANSPORTE PIC 9(01) VALUE 2.
       77 WS-FRM-OPCAO           PIC X(01).
       77 WS-FRM-FIM             PIC X(01) VALUE SPACES.
       77 WS-FRM-ANO             PIC 9(04).
       77 WS-FRM-ANO-INICIAL     PIC 9(04).
       77 WS-FRM-ANO-CALCULO     PIC 9(04).
       77 WS-FRM-JANELA          PIC 9(01).
       77 WS-FRM-IDX             PIC 9(04).
       77 WS-FRM-K               PIC 9(04).
       77 WS-FRM-POS             PIC 9(04).
       77 WS-FRM-CUR-POS         PIC 9(04).
       77 WS-FRM-CNC-POS         PIC 9(04).
       77 WS-FRM-SFT-POS         PIC 9(04).
       77 WS-FRM-PROCURA-ID      PIC 9(05).
       77 WS-FRM-PROCURA-CURSO   PIC X(06).
       77 WS-FRM-MES-INICIO      PIC 9(02).
       77 WS-FRM-MES-FIM         PIC 9(02).
       77 WS-FRM-MESES           PIC 9(02).
       77 WS-FRM-EXIGIDO-CALC    PIC 9(07).
       77 WS-FRM-EXIGIDO-ANO     PIC 9(07).
       77 WS-FRM-EXIGIDO-ANT     PIC 9(07).
       77 WS-FRM-MIN-ANTERIOR    PIC 9(07).
       77 WS-FRM-TRANSPORTE      PIC S9(07).
       77 WS-FRM-CONTA           PIC S9(07).
       77 WS-FRM-FALTA           PIC S9(07).
       77 WS-FRM-NUM-FALTA       PIC 9(04).
       77 WS-FRM-NUM-CERT        PIC 9(04).
       77 WS-FRM-NUM-AVALIADOS   PIC 9(04).
       77 WS-FRM-HORAS-ED1       PIC -----9.99.
       77 WS-FRM-HORAS-ED2       PIC -----9.99.
       77 WS-FRM-NUM-ED          PIC ZZZ9.
       77 WS-FRM-DATA-ED         PIC X(10).
       77 WS-FRM-VALIDO          PIC X(01).

       01 WS-FRM-REG-CURSO       PIC X(81).
       01 WS-FRM-REG-PRESENCA    PIC X(23).
       01 WS-FRM-DATA-AUX        PIC 9(08).
       01 WS-FRM-DATA-AUX-R REDEFINES WS-FRM-DATA-AUX.
           03 WS-FRM-DATA-ANO    PIC 9(04).
           03 WS-FRM-DATA-MES    PIC 9(02).
           03 WS-FRM-DATA-DIA    PIC 9(02).

      *-----------------------
      * funcionarios com os minutos de formacao de cada ano da janela
      * (1 = o ano mais antigo, WS-FRM-JANELA = o ano do relatorio)
      *-----------------------
       01 WS-TAB-FORMANDOS.
           03 WS-FRM-FUNC OCCURS 500 TIMES.
               05 WS-FRM-ID            PIC 9(05).
               05 WS-FRM-NOME          PIC X(20).
               05 WS-FRM-SECCAO        PIC X(20).
               05 WS-FRM-ESTADO        PIC X(01).
               05 WS-FRM-ADMISSAO-ANO  PIC 9(04).
               05 WS-FRM-ADMISSAO-MES  PIC 9(02).
               05 WS-FRM-SAIDA-ANO     PIC 9(04).
               05 WS-FRM-SAIDA-MES     PIC 9(02).
               05 WS-FRM-MIN-ANO       PIC 9(06) OCCURS 5 TIMES.
               05 WS-FRM-FALTA-MIN     PIC 9(07).
       77 WS-NUM-FRM             PIC 9(04) VALUE 0.

       01 WS-TAB-CURSOS.
           03 WS-CUR OCCURS 200 TIMES.
               05 WS-CUR-CODIGO        PIC X(06).
               05 WS-CUR-DESIGNACAO    PIC X(40).
               05 WS-CUR-MINUTOS       PIC 9(05).
               05 WS-CUR-ENTIDADE      PIC X(30).
       77 WS-NUM-CUR             PIC 9(04) VALUE 0.

      *-----------------------
      * minutos acumulados por funcionario e curso ate ao fim do ano
      * do relatorio, com a data da ultima presenca
      *-----------------------
       01 WS-TAB-CONCLUSOES.
           03 WS-CNC OCCURS 1000 TIMES.
               05 WS-CNC-FRM           PIC 9(04).
               05 WS-CNC-CUR           PIC 9(04).
               05 WS-CNC-MINUTOS       PIC 9(07).
               05 WS-CNC-DATA          PIC 9(08).
       77 WS-NUM-CNC             PIC 9(04) VALUE 0.

       01 WS-TAB-SECCOES-FALTA.
           03 WS-SFT OCCURS 50 TIMES.
               05 WS-SFT-SECCAO        PIC X(20).
               05 WS-SFT-NUM           PIC 9(04).
               05 WS-SFT-MINUTOS       PIC 9(07).
       77 WS-NUM-SFT             PIC 9(04) VALUE 0.

      *-----------------------
       PROCEDURE DIVISION.
       INICIO.
            PERFORM 0-INICIALIZAR.

            DISPLAY "MODO (I-INTERATIVO / B-LOTE / F-FORMACAO): "
            ACCEPT WS-MODO.
            EVALUATE TRUE
                WHEN WS-MODO = 'B' OR WS-MODO = 'b'
                    PERFORM MODO-LOTE
                WHEN WS-MODO = 'F' OR WS-MODO = 'f'
                    PERFORM MODO-FORMACAO
                WHEN OTHER
                    PERFORM MODO-INTERATIVO
            END-EVALUATE.

            STOP RUN.

       'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\estudolist.txt'
                 TO WS-PATH-LISTAGEM
             END-IF.
             ACCEPT WS-PATH-CURSOS FROM ENVIRONMENT
                 "FORMACAO_CURSOS_PATH"
             IF WS-PATH-CURSOS EQUAL SPACES
                 MOVE
       'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\cursos.txt'
                 TO WS-PATH-CURSOS
             END-IF.
             ACCEPT WS-PATH-PRESENCAS FROM ENVIRONMENT
                 "FORMACAO_PRESENCAS_PATH"
             IF WS-PATH-PRESENCAS EQUAL SPACES
                 MOVE
       'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\presencas.txt'
                 TO WS-PATH-PRESENCAS
             END-IF.
             ACCEPT WS-PATH-FUNCIONARIOS FROM ENVIRONMENT
                 "FUNCIONARIOS_PATH"
             IF WS-PATH-FUNCIONARIOS EQUAL SPACES
                 MOVE
       'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\funcionar.txt'
                 TO WS-PATH-FUNCIONARIOS
             END-IF.
             ACCEPT WS-PATH-CERTIFICADOS FROM ENVIRONMENT
                 "FORMACAO_CERT_PATH"
             IF WS-PATH-CERTIFICADOS EQUAL SPACES
                 MOVE
       'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\certform.txt'
                 TO WS-PATH-CERTIFICADOS
             END-IF.

      *-----------------------
      * pede os minutos diarios ao operador e mostra a projecao a 90
                    END-IF
                END-IF.

      *-----------------------
      * formacao continua dos funcionarios: catalogo de cursos,
      * registo das presencas e relatorio anual face ao minimo legal
      *-----------------------
            MODO-FORMACAO.
             DISPLAY "FORMACAO CONTINUA DOS FUNCIONARIOS".
             DISPLAY "1 - REGISTAR CURSO NO CATALOGO".
             DISPLAY "2 - REGISTAR PRESENCA EM FORMACAO".
             DISPLAY "3 - RELATORIO ANUAL E CERTIFICADOS".
             ACCEPT WS-FRM-OPCAO.
             EVALUATE WS-FRM-OPCAO
                 WHEN '1'
                     PERFORM REGISTAR-CURSO
                 WHEN '2'
                     PERFORM REGISTAR-PRESENCA
                 WHEN '3'
                     PERFORM RELATORIO-FORMACAO
                 WHEN OTHER
                     DISPLAY "OPCAO INVALIDA"
             END-EVALUATE.

      *-----------------------
      * acrescenta um curso ao catalogo; o codigo nao pode repetir
      *-----------------------
            REGISTAR-CURSO.
             PERFORM CARREGAR-CURSOS.
             DISPLAY "CODIGO DO CURSO: ".
             ACCEPT CUR-CODIGO.
             MOVE CUR-CODIGO TO WS-FRM-PROCURA-CURSO.
             PERFORM PROCURAR-CURSO.
             IF CUR-CODIGO = SPACES
                 DISPLAY "CODIGO INVALIDO"
             ELSE
                 IF WS-FRM-CUR-POS > 0
                     DISPLAY "CURSO JA EXISTE NO CATALOGO: "
                         WS-CUR-DESIGNACAO(WS-FRM-CUR-POS)
                 ELSE
                     DISPLAY "DESIGNACAO: "
                     ACCEPT CUR-DESIGNACAO
                     DISPLAY "DURACAO TOTAL EM MINUTOS: "
                     ACCEPT CUR-MINUTOS
                     DISPLAY "ENTIDADE FORMADORA: "
                     ACCEPT CUR-ENTIDADE
                     IF CUR-MINUTOS = 0
                         DISPLAY "DURACAO INVALIDA"
                     ELSE
                         PERFORM GRAVAR-CURSO
                     END-IF
                 END-IF
             END-IF.

            GRAVAR-CURSO.
             MOVE CURSOS-REG TO WS-FRM-REG-CURSO.
             OPEN EXTEND CURSOS.
             IF WS-FS-CURSOS = "35"
                 OPEN OUTPUT CURSOS
             END-IF.
             IF WS-FS-CURSOS NOT EQUAL "00"
                 DISPLAY ' CURSOS NAO ABERTO - FILE STATUS: '
                     WS-FS-CURSOS
                 MOVE WS-FS-CURSOS TO WS-FS-ATUAL
                 PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
             ELSE
                 WRITE CURSOS-REG FROM WS-FRM-REG-CURSO
                 CLOSE CURSOS
                 DISPLAY "CURSO REGISTADO NO CATALOGO"
             END-IF.

      *-----------------------
      * regista os minutos de uma sessao de formacao frequentada por
      * um funcionario existente num curso do catalogo
      *-----------------------
            REGISTAR-PRESENCA.
             PERFORM CARREGAR-CURSOS.
             PERFORM CARREGAR-FORMANDOS.
             MOVE 'S' TO WS-FRM-VALIDO.
             DISPLAY "NUMERO DO FUNCIONARIO: ".
             ACCEPT PRE-FUNC-ID.
             MOVE PRE-FUNC-ID TO WS-FRM-PROCURA-ID.
             PERFORM PROCURAR-FORMANDO.
             IF WS-FRM-POS = 0
                 DISPLAY "FUNCIONARIO NAO EXISTE"
                 MOVE 'N' TO WS-FRM-VALIDO
             ELSE
                 DISPLAY "FUNCIONARIO: " WS-FRM-NOME(WS-FRM-POS)
             END-IF.
             IF WS-FRM-VALIDO = 'S'
                 DISPLAY "CODIGO DO CURSO: "
                 ACCEPT PRE-CURSO
                 MOVE PRE-CURSO TO WS-FRM-PROCURA-CURSO
                 PERFORM PROCURAR-CURSO
                 IF WS-FRM-CUR-POS = 0
                     DISPLAY "CURSO NAO EXISTE NO CATALOGO"
                     MOVE 'N' TO WS-FRM-VALIDO
                 ELSE
                     DISPLAY "CURSO: "
                         WS-CUR-DESIGNACAO(WS-FRM-CUR-POS)
                 END-IF
             END-IF.
             IF WS-FRM-VALIDO = 'S'
                 DISPLAY "DATA DA SESSAO (AAAAMMDD): "
                 ACCEPT PRE-DATA
                 IF PRE-MES < 1 OR PRE-MES > 12
                    OR PRE-DIA < 1 OR PRE-DIA > 31
                     DISPLAY "DATA INVALIDA"
                     MOVE 'N' TO WS-FRM-VALIDO
                 END-IF
             END-IF.
             IF WS-FRM-VALIDO = 'S'
                 DISPLAY "MINUTOS FREQUENTADOS: "
                 ACCEPT PRE-MINUTOS
                 IF PRE-MINUTOS = 0
                     DISPLAY "MINUTOS INVALIDOS"
                     MOVE 'N' TO WS-FRM-VALIDO
                 END-IF
             END-IF.
             IF WS-FRM-VALIDO = 'S'
                 PERFORM GRAVAR-PRESENCA
             END-IF.

            GRAVAR-PRESENCA.
             MOVE PRESENCAS-REG TO WS-FRM-REG-PRESENCA.
             OPEN EXTEND PRESENCAS.
             IF WS-FS-PRESENCAS = "35"
                 OPEN OUTPUT PRESENCAS
             END-IF.
             IF WS-FS-PRESENCAS NOT EQUAL "00"
                 DISPLAY ' PRESENCAS NAO ABERTO - FILE STATUS: '
                     WS-FS-PRESENCAS
                 MOVE WS-FS-PRESENCAS TO WS-FS-ATUAL
                 PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
             ELSE
                 WRITE PRESENCAS-REG FROM WS-FRM-REG-PRESENCA
                 CLOSE PRESENCAS
                 MOVE PRE-MINUTOS TO MINUTOS-FORMACAO
                 PERFORM CALCULAR-HORAS-FORMACAO
                 MOVE HORAS-FORMACAO TO WS-FRM-HORAS-ED1
                 DISPLAY "PRESENCA REGISTADA -" WS-FRM-HORAS-ED1
                     " HORAS DE FORMACAO"
             END-IF.

      *-----------------------
      * carrega o catalogo de cursos em WS-TAB-CURSOS; sem catalogo
      * (FILE STATUS 35) a tabela fica vazia
      *-----------------------
            CARREGAR-CURSOS.
             MOVE 0 TO WS-NUM-CUR.
             MOVE SPACES TO WS-FRM-FIM.
             OPEN INPUT CURSOS.
             IF WS-FS-CURSOS EQUAL "00"
                 PERFORM UNTIL WS-FRM-FIM = 'F'
                     READ CURSOS
                     AT END MOVE 'F' TO WS-FRM-FIM
                     NOT AT END
                         IF WS-NUM-CUR < 200
                             ADD 1 TO WS-NUM-CUR
                             MOVE CUR-CODIGO
                                 TO WS-CUR-CODIGO(WS-NUM-CUR)
                             MOVE CUR-DESIGNACAO
                                 TO WS-CUR-DESIGNACAO(WS-NUM-CUR)
                             MOVE CUR-MINUTOS
                                 TO WS-CUR-MINUTOS(WS-NUM-CUR)
                             MOVE CUR-ENTIDADE
                                 TO WS-CUR-ENTIDADE(WS-NUM-CUR)
                         END-IF
                     END-READ
                 END-PERFORM
                 CLOSE CURSOS
             ELSE
                 IF WS-FS-CURSOS NOT EQUAL "35"
                     DISPLAY ' CURSOS NAO ABERTO - FILE STATUS: '
                         WS-FS-CURSOS
                     MOVE WS-FS-CURSOS TO WS-FS-ATUAL
                     PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
                 END-IF
             END-IF.
             MOVE SPACES TO WS-FRM-FIM.

      *-----------------------
      * carrega os funcionarios em WS-TAB-FORMANDOS com as datas de
      * admissao e de saida, que delimitam os meses em que o minimo
      * legal se aplica; quem nao saiu fica com saida em 9999
      *-----------------------
            CARREGAR-FORMANDOS.
             MOVE 0 TO WS-NUM-FRM.
             MOVE SPACES TO WS-FRM-FIM.
             OPEN INPUT FUNCIONARIOS.
             IF WS-FS-FUNCIONARIOS NOT EQUAL "00"
                 DISPLAY ' FUNCIONARIOS NAO ABERTO - FILE STATUS: '
                     WS-FS-FUNCIONARIOS
                 MOVE WS-FS-FUNCIONARIOS TO WS-FS-ATUAL
                 PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
             ELSE
                 PERFORM UNTIL WS-FRM-FIM = 'F'
                     READ FUNCIONARIOS
                     AT END MOVE 'F' TO WS-FRM-FIM
                     NOT AT END
                         IF WS-NUM-FRM < 500
                             PERFORM GUARDAR-FORMANDO
                         END-IF
                     END-READ
                 END-PERFORM
                 CLOSE FUNCIONARIOS
             END-IF.
             MOVE SPACES TO WS-FRM-FIM.

            GUARDAR-FORMANDO.
             ADD 1 TO WS-NUM-FRM.
             INITIALIZE WS-FRM-FUNC(WS-NUM-FRM).
             MOVE FUNC-ID TO WS-FRM-ID(WS-NUM-FRM).
             MOVE FUNC-NOME TO WS-FRM-NOME(WS-NUM-FRM).
             MOVE FUNC-SECCAO TO WS-FRM-SECCAO(WS-NUM-FRM).
             MOVE FUNC-ESTADO TO WS-FRM-ESTADO(WS-NUM-FRM).
             MOVE FUNC-ADMISSAO-ANO
                 TO WS-FRM-ADMISSAO-ANO(WS-NUM-FRM).
             MOVE FUNC-ADMISSAO-MES
                 TO WS-FRM-ADMISSAO-MES(WS-NUM-FRM).
             IF FUNC-ESTADO = 'I' AND FUNC-DATA-SAIDA > 0
                 MOVE FUNC-SAIDA-ANO TO WS-FRM-SAIDA-ANO(WS-NUM-FRM)
                 MOVE FUNC-SAIDA-MES TO WS-FRM-SAIDA-MES(WS-NUM-FRM)
             ELSE
                 MOVE 9999 TO WS-FRM-SAIDA-ANO(WS-NUM-FRM)
                 MOVE 12 TO WS-FRM-SAIDA-MES(WS-NUM-FRM)
             END-IF.

            PROCURAR-FORMANDO.
             MOVE 0 TO WS-FRM-POS.
             PERFORM VARYING WS-FRM-K FROM 1 BY 1
                 UNTIL WS-FRM-K > WS-NUM-FRM OR WS-FRM-POS > 0
                 IF WS-FRM-ID(WS-FRM-K) = WS-FRM-PROCURA-ID
                     MOVE WS-FRM-K TO WS-FRM-POS
                 END-IF
             END-PERFORM.

            PROCURAR-CURSO.
             MOVE 0 TO WS-FRM-CUR-POS.
             PERFORM VARYING WS-FRM-K FROM 1 BY 1
                 UNTIL WS-FRM-K > WS-NUM-CUR OR WS-FRM-CUR-POS > 0
                 IF WS-CUR-CODIGO(WS-FRM-K) = WS-FRM-PROCURA-CURSO
                     MOVE WS-FRM-K TO WS-FRM-CUR-POS
                 END-IF
             END-PERFORM.

      *-----------------------
      * relatorio anual: horas de formacao de cada funcionario face
      * ao minimo legal (em LISTAGEM-HORAS), faltas por seccao e um
      * certificado por cada curso concluido no ano (em CERTIFICADOS)
      *-----------------------
            RELATORIO-FORMACAO.
             DISPLAY "ANO DO RELATORIO (AAAA, 0 = ANO CORRENTE): ".
             ACCEPT WS-FRM-ANO.
             IF WS-FRM-ANO = 0
                 ACCEPT WS-FRM-DATA-AUX FROM DATE YYYYMMDD
                 MOVE WS-FRM-DATA-ANO TO WS-FRM-ANO
             END-IF.
             COMPUTE WS-FRM-JANELA = WS-FRM-ANOS-TRANSPORTE + 1.
             COMPUTE WS-FRM-ANO-INICIAL =
                 WS-FRM-ANO - WS-FRM-ANOS-TRANSPORTE.
             PERFORM CARREGAR-CURSOS.
             PERFORM CARREGAR-FORMANDOS.
             IF WS-NUM-FRM = 0
                 DISPLAY "SEM FUNCIONARIOS PARA AVALIAR"
             ELSE
                 PERFORM ACUMULAR-PRESENCAS
                 OPEN OUTPUT LISTAGEM-HORAS
                 IF WS-FS-LISTAGEM NOT EQUAL "00"
                     DISPLAY
                         ' LISTAGEM-HORAS NAO ABERTO - FILE STATUS: '
                         WS-FS-LISTAGEM
                     MOVE WS-FS-LISTAGEM TO WS-FS-ATUAL
                     PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
                 ELSE
                     PERFORM LISTAR-HORAS-FORMACAO
                     PERFORM LISTAR-FALTAS-SECCAO
                     CLOSE LISTAGEM-HORAS
                     PERFORM EMITIR-CERTIFICADOS
                     DISPLAY "FUNCIONARIOS AVALIADOS: "
                         WS-FRM-NUM-AVALIADOS
                     DISPLAY "ABAIXO DO MINIMO LEGAL: "
                         WS-FRM-NUM-FALTA
                     DISPLAY "CERTIFICADOS EMITIDOS:  "
                         WS-FRM-NUM-CERT
                 END-IF
             END-IF.

      *-----------------------
      * soma as presencas ate ao fim do ano do relatorio: por
      * funcionario e ano da janela, e por funcionario e curso para
      * apurar a data em que cada curso ficou concluido
      *-----------------------
            ACUMULAR-PRESENCAS.
             MOVE 0 TO WS-NUM-CNC.
             MOVE SPACES TO WS-FRM-FIM.
             OPEN INPUT PRESENCAS.
             IF WS-FS-PRESENCAS NOT EQUAL "00"
                 DISPLAY ' PRESENCAS NAO ABERTO - FILE STATUS: '
                     WS-FS-PRESENCAS
                 MOVE WS-FS-PRESENCAS TO WS-FS-ATUAL
                 PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
             ELSE
                 PERFORM UNTIL WS-FRM-FIM = 'F'
                     READ PRESENCAS
                     AT END MOVE 'F' TO WS-FRM-FIM
                     NOT AT END
                         IF PRE-ANO NOT > WS-FRM-ANO
                             PERFORM ACUMULAR-UMA-PRESENCA
                         END-IF
                     END-READ
                 END-PERFORM
                 CLOSE PRESENCAS
             END-IF.
             MOVE SPACES TO WS-FRM-FIM.

            ACUMULAR-UMA-PRESENCA.
             MOVE PRE-FUNC-ID TO WS-FRM-PROCURA-ID.
             PERFORM PROCURAR-FORMANDO.
             IF WS-FRM-POS > 0
                 IF PRE-ANO NOT < WS-FRM-ANO-INICIAL
                     COMPUTE WS-FRM-K = PRE-ANO - WS-FRM-ANO-INICIAL + 1
                     ADD PRE-MINUTOS
                         TO WS-FRM-MIN-ANO(WS-FRM-POS, WS-FRM-K)
                 END-IF
                 MOVE PRE-CURSO TO WS-FRM-PROCURA-CURSO
                 PERFORM PROCURAR-CURSO
                 IF WS-FRM-CUR-POS > 0
                     PERFORM PROCURAR-CONCLUSAO
                 END-IF
                 IF WS-FRM-CUR-POS > 0 AND WS-FRM-CNC-POS > 0
                     ADD PRE-MINUTOS TO WS-CNC-MINUTOS(WS-FRM-CNC-POS)
                     IF WS-CNC-DATA(WS-FRM-CNC-POS) = 0
                        AND WS-CNC-MINUTOS(WS-FRM-CNC-POS) NOT <
                            WS-CUR-MINUTOS(WS-FRM-CUR-POS)
                         MOVE PRE-DATA TO WS-CNC-DATA(WS-FRM-CNC-POS)
                     END-IF
                 END-IF
             END-IF.

      *-----------------------
      * localiza (ou abre) a linha de WS-TAB-CONCLUSOES do funcionario
      * WS-FRM-POS no curso WS-FRM-CUR-POS
      *-----------------------
            PROCURAR-CONCLUSAO.
             MOVE 0 TO WS-FRM-CNC-POS.
             PERFORM VARYING WS-FRM-K FROM 1 BY 1
                 UNTIL WS-FRM-K > WS-NUM-CNC OR WS-FRM-CNC-POS > 0
                 IF WS-CNC-FRM(WS-FRM-K) = WS-FRM-POS
                    AND WS-CNC-CUR(WS-FRM-K) = WS-FRM-CUR-POS
                     MOVE WS-FRM-K TO WS-FRM-CNC-POS
                 END-IF
             END-PERFORM.
             IF WS-FRM-CNC-POS = 0 AND WS-NUM-CNC < 1000
                 ADD 1 TO WS-NUM-CNC
                 MOVE WS-NUM-CNC TO WS-FRM-CNC-POS
                 MOVE WS-FRM-POS TO WS-CNC-FRM(WS-NUM-CNC)
                 MOVE WS-FRM-CUR-POS TO WS-CNC-CUR(WS-NUM-CNC)
                 MOVE 0 TO WS-CNC-MINUTOS(WS-NUM-CNC)
                 MOVE 0 TO WS-CNC-DATA(WS-NUM-CNC)
             END-IF.

            LISTAR-HORAS-FORMACAO.
             MOVE 0 TO WS-NUM-SFT.
             MOVE 0 TO WS-FRM-NUM-FALTA.
             MOVE 0 TO WS-FRM-NUM-AVALIADOS.
             INITIALIZE WS-LISTAGEM-LINHA.
             STRING 'FORMACAO CONTINUA - ANO ' DELIMITED BY SIZE
                 WS-FRM-ANO DELIMITED BY SIZE
                 ' - MINIMO LEGAL ' DELIMITED BY SIZE
                 WS-FRM-MINIMO-HORAS DELIMITED BY SIZE
                 ' HORAS' DELIMITED BY SIZE
                 INTO WS-LISTAGEM-LINHA
             END-STRING.
             PERFORM GRAVAR-LINHA-LISTAGEM.
             INITIALIZE WS-LISTAGEM-LINHA.
             STRING 'TRANSPORTE DE HORAS DOS ' DELIMITED BY SIZE
                 WS-FRM-ANOS-TRANSPORTE DELIMITED BY SIZE
                 ' ANOS ANTERIORES' DELIMITED BY SIZE
                 INTO WS-LISTAGEM-LINHA
             END-STRING.
             PERFORM GRAVAR-LINHA-LISTAGEM.
             PERFORM VARYING WS-FRM-IDX FROM 1 BY 1
                 UNTIL WS-FRM-IDX > WS-NUM-FRM
                 PERFORM AVALIAR-FORMANDO
             END-PERFORM.

      *-----------------------
      * horas exigidas nos anos anteriores da janela contra as
      * realizadas: o saldo (a mais ou em falta) transporta-se para o
      * ano do relatorio, onde se compara com o minimo do ano
      *-----------------------
            AVALIAR-FORMANDO.
             MOVE 0 TO WS-FRM-MIN-ANTERIOR.
             MOVE 0 TO WS-FRM-EXIGIDO-ANT.
             PERFORM VARYING WS-FRM-K FROM 1 BY 1
                 UNTIL WS-FRM-K NOT < WS-FRM-JANELA
                 COMPUTE WS-FRM-ANO-CALCULO =
                     WS-FRM-ANO-INICIAL + WS-FRM-K - 1
                 PERFORM CALCULAR-EXIGIDO-ANO
                 ADD WS-FRM-EXIGIDO-CALC TO WS-FRM-EXIGIDO-ANT
                 ADD WS-FRM-MIN-ANO(WS-FRM-IDX, WS-FRM-K)
                     TO WS-FRM-MIN-ANTERIOR
             END-PERFORM.
             MOVE WS-FRM-ANO TO WS-FRM-ANO-CALCULO.
             PERFORM CALCULAR-EXIGIDO-ANO.
             MOVE WS-FRM-EXIGIDO-CALC TO WS-FRM-EXIGIDO-ANO.
             IF WS-FRM-EXIGIDO-ANO > 0
                 ADD 1 TO WS-FRM-NUM-AVALIADOS
                 COMPUTE WS-FRM-TRANSPORTE =
                     WS-FRM-MIN-ANTERIOR - WS-FRM-EXIGIDO-ANT
                 COMPUTE WS-FRM-CONTA =
                     WS-FRM-MIN-ANO(WS-FRM-IDX, WS-FRM-JANELA)
                     + WS-FRM-TRANSPORTE
                 COMPUTE WS-FRM-FALTA =
                     WS-FRM-EXIGIDO-ANO - WS-FRM-CONTA
                 PERFORM ESCREVER-FORMANDO
                 IF WS-FRM-FALTA > 0
                     MOVE WS-FRM-FALTA TO WS-FRM-FALTA-MIN(WS-FRM-IDX)
                     ADD 1 TO WS-FRM-NUM-FALTA
                     PERFORM SOMAR-FALTA-SECCAO
                 END-IF
             END-IF.

      *-----------------------
      * minutos de formacao exigidos ao funcionario WS-FRM-IDX no ano
      * WS-FRM-ANO-CALCULO, proporcionais aos meses ao servico no ano
      * de admissao e no de saida
      *-----------------------
            CALCULAR-EXIGIDO-ANO.
             MOVE 1 TO WS-FRM-MES-INICIO.
             MOVE 12 TO WS-FRM-MES-FIM.
             IF WS-FRM-ANO-CALCULO = WS-FRM-ADMISSAO-ANO(WS-FRM-IDX)
                 MOVE WS-FRM-ADMISSAO-MES(WS-FRM-IDX)
                     TO WS-FRM-MES-INICIO
             END-IF.
             IF WS-FRM-ANO-CALCULO = WS-FRM-SAIDA-ANO(WS-FRM-IDX)
                 MOVE WS-FRM-SAIDA-MES(WS-FRM-IDX) TO WS-FRM-MES-FIM
             END-IF.
             IF WS-FRM-ANO-CALCULO < WS-FRM-ADMISSAO-ANO(WS-FRM-IDX)
                OR WS-FRM-ANO-CALCULO > WS-FRM-SAIDA-ANO(WS-FRM-IDX)
                OR WS-FRM-MES-FIM < WS-FRM-MES-INICIO
                 MOVE 0 TO WS-FRM-MESES
             ELSE
                 COMPUTE WS-FRM-MESES =
                     WS-FRM-MES-FIM - WS-FRM-MES-INICIO + 1
             END-IF.
             COMPUTE WS-FRM-EXIGIDO-CALC =
                 WS-FRM-MINIMO-HORAS * 60 * WS-FRM-MESES / 12.

            ESCREVER-FORMANDO.
             INITIALIZE WS-LISTAGEM-LINHA.
             STRING WS-FRM-ID(WS-FRM-IDX) DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 WS-FRM-NOME(WS-FRM-IDX) DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 WS-FRM-SECCAO(WS-FRM-IDX) DELIMITED BY SIZE
                 INTO WS-LISTAGEM-LINHA
             END-STRING.
             PERFORM GRAVAR-LINHA-LISTAGEM.
             MOVE WS-FRM-EXIGIDO-ANO TO MINUTOS-FORMACAO.
             PERFORM CALCULAR-HORAS-FORMACAO.
             MOVE HORAS-FORMACAO TO WS-FRM-HORAS-ED1.
             MOVE WS-FRM-MIN-ANO(WS-FRM-IDX, WS-FRM-JANELA)
                 TO MINUTOS-FORMACAO.
             PERFORM CALCULAR-HORAS-FORMACAO.
             MOVE HORAS-FORMACAO TO WS-FRM-HORAS-ED2.
             INITIALIZE WS-LISTAGEM-LINHA.
             STRING '   EXIGIDAS:  ' DELIMITED BY SIZE
                 WS-FRM-HORAS-ED1 DELIMITED BY SIZE
                 ' H   NO ANO:    ' DELIMITED BY SIZE
                 WS-FRM-HORAS-ED2 DELIMITED BY SIZE
                 ' H' DELIMITED BY SIZE
                 INTO WS-LISTAGEM-LINHA
             END-STRING.
             PERFORM GRAVAR-LINHA-LISTAGEM.
             MOVE WS-FRM-TRANSPORTE TO MINUTOS-FORMACAO.
             PERFORM CALCULAR-HORAS-FORMACAO.
             MOVE HORAS-FORMACAO TO WS-FRM-HORAS-ED1.
             MOVE WS-FRM-CONTA TO MINUTOS-FORMACAO.
             PERFORM CALCULAR-HORAS-FORMACAO.
             MOVE HORAS-FORMACAO TO WS-FRM-HORAS-ED2.
             INITIALIZE WS-LISTAGEM-LINHA.
             STRING '   TRANSPORTE:' DELIMITED BY SIZE
                 WS-FRM-HORAS-ED1 DELIMITED BY SIZE
                 ' H   A CONTAR:  ' DELIMITED BY SIZE
                 WS-FRM-HORAS-ED2 DELIMITED BY SIZE
                 ' H' DELIMITED BY SIZE
                 INTO WS-LISTAGEM-LINHA
             END-STRING.
             PERFORM GRAVAR-LINHA-LISTAGEM.
             INITIALIZE WS-LISTAGEM-LINHA.
             IF WS-FRM-FALTA > 0
                 MOVE WS-FRM-FALTA TO MINUTOS-FORMACAO
                 PERFORM CALCULAR-HORAS-FORMACAO
                 MOVE HORAS-FORMACAO TO WS-FRM-HORAS-ED1
                 STRING '   *** EM FALTA:' DELIMITED BY SIZE
                     WS-FRM-HORAS-ED1 DELIMITED BY SIZE
                     ' H ***' DELIMITED BY SIZE
                     INTO WS-LISTAGEM-LINHA
                 END-STRING
             ELSE
                 MOVE '   CUMPRE O MINIMO LEGAL DE FORMACAO'
                     TO WS-LISTAGEM-LINHA
             END-IF.
             PERFORM GRAVAR-LINHA-LISTAGEM.

            SOMAR-FALTA-SECCAO.
             MOVE 0 TO WS-FRM-SFT-POS.
             PERFORM VARYING WS-FRM-K FROM 1 BY 1
                 UNTIL WS-FRM-K > WS-NUM-SFT OR WS-FRM-SFT-POS > 0
                 IF WS-SFT-SECCAO(WS-FRM-K) = WS-FRM-SECCAO(WS-FRM-IDX)
                     MOVE WS-FRM-K TO WS-FRM-SFT-POS
                 END-IF
             END-PERFORM.
             IF WS-FRM-SFT-POS = 0 AND WS-NUM-SFT < 50
                 ADD 1 TO WS-NUM-SFT
                 MOVE WS-NUM-SFT TO WS-FRM-SFT-POS
                 MOVE WS-FRM-SECCAO(WS-FRM-IDX)
                     TO WS-SFT-SECCAO(WS-NUM-SFT)
                 MOVE 0 TO WS-SFT-NUM(WS-NUM-SFT)
                 MOVE 0 TO WS-SFT-MINUTOS(WS-NUM-SFT)
             END-IF.
             IF WS-FRM-SFT-POS > 0
                 ADD 1 TO WS-SFT-NUM(WS-FRM-SFT-POS)
                 ADD WS-FRM-FALTA TO WS-SFT-MINUTOS(WS-FRM-SFT-POS)
             END-IF.

      *-----------------------
      * lista, seccao a seccao, os funcionarios abaixo do minimo
      * legal com as horas em falta e o total da seccao
      *-----------------------
            LISTAR-FALTAS-SECCAO.
             MOVE SPACES TO WS-LISTAGEM-LINHA.
             PERFORM GRAVAR-LINHA-LISTAGEM.
             MOVE 'FUNCIONARIOS ABAIXO DO MINIMO LEGAL POR SECCAO'
                 TO WS-LISTAGEM-LINHA.
             PERFORM GRAVAR-LINHA-LISTAGEM.
             IF WS-NUM-SFT = 0
                 MOVE '   NENHUM FUNCIONARIO EM FALTA'
                     TO WS-LISTAGEM-LINHA
                 PERFORM GRAVAR-LINHA-LISTAGEM
             END-IF.
             PERFORM VARYING WS-FRM-SFT-POS FROM 1 BY 1
                 UNTIL WS-FRM-SFT-POS > WS-NUM-SFT
                 PERFORM LISTAR-UMA-SECCAO-FALTA
             END-PERFORM.

            LISTAR-UMA-SECCAO-FALTA.
             INITIALIZE WS-LISTAGEM-LINHA.
             STRING 'SECCAO: ' DELIMITED BY SIZE
                 WS-SFT-SECCAO(WS-FRM-SFT-POS) DELIMITED BY SIZE
                 INTO WS-LISTAGEM-LINHA
             END-STRING.
             PERFORM GRAVAR-LINHA-LISTAGEM.
             PERFORM VARYING WS-FRM-IDX FROM 1 BY 1
                 UNTIL WS-FRM-IDX > WS-NUM-FRM
                 IF WS-FRM-FALTA-MIN(WS-FRM-IDX) > 0
                    AND WS-FRM-SECCAO(WS-FRM-IDX) =
                        WS-SFT-SECCAO(WS-FRM-SFT-POS)
                     MOVE WS-FRM-FALTA-MIN(WS-FRM-IDX)
                         TO MINUTOS-FORMACAO
                     PERFORM CALCULAR-HORAS-FORMACAO
                     MOVE HORAS-FORMACAO TO WS-FRM-HORAS-ED1
                     INITIALIZE WS-LISTAGEM-LINHA
                     STRING '   ' DELIMITED BY SIZE
                         WS-FRM-ID(WS-FRM-IDX) DELIMITED BY SIZE
                         ' ' DELIMITED BY SIZE
                         WS-FRM-NOME(WS-FRM-IDX) DELIMITED BY SIZE
                         ' EM FALTA:' DELIMITED BY SIZE
                         WS-FRM-HORAS-ED1 DELIMITED BY SIZE
                         ' H' DELIMITED BY SIZE
                         INTO WS-LISTAGEM-LINHA
                     END-STRING
                     PERFORM GRAVAR-LINHA-LISTAGEM
                 END-IF
             END-PERFORM.
             MOVE WS-SFT-MINUTOS(WS-FRM-SFT-POS) TO MINUTOS-FORMACAO.
             PERFORM CALCULAR-HORAS-FORMACAO.
             MOVE HORAS-FORMACAO TO WS-FRM-HORAS-ED1.
             MOVE WS-SFT-NUM(WS-FRM-SFT-POS) TO WS-FRM-NUM-ED.
             INITIALIZE WS-LISTAGEM-LINHA.
             STRING '   TOTAL DA SECCAO:' DELIMITED BY SIZE
                 WS-FRM-NUM-ED DELIMITED BY SIZE
                 ' FUNCIONARIOS' DELIMITED BY SIZE
                 WS-FRM-HORAS-ED1 DELIMITED BY SIZE
                 ' H' DELIMITED BY SIZE
                 INTO WS-LISTAGEM-LINHA
             END-STRING.
             PERFORM GRAVAR-LINHA-LISTAGEM.

            GRAVAR-LINHA-LISTAGEM.
             MOVE WS-LISTAGEM-LINHA TO LISTAGEM-REG.
             WRITE LISTAGEM-REG.

      *-----------------------
      * um certificado por cada curso cujos minutos frequentados
      * atingiram a duracao do catalogo dentro do ano do relatorio
      *-----------------------
            EMITIR-CERTIFICADOS.
             MOVE 0 TO WS-FRM-NUM-CERT.
             OPEN OUTPUT CERTIFICADOS.
             IF WS-FS-CERTIFICADOS NOT EQUAL "00"
                 DISPLAY ' CERTIFICADOS NAO ABERTO - FILE STATUS: '
                     WS-FS-CERTIFICADOS
                 MOVE WS-FS-CERTIFICADOS TO WS-FS-ATUAL
                 PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
             ELSE
                 PERFORM VARYING WS-FRM-CNC-POS FROM 1 BY 1
                     UNTIL WS-FRM-CNC-POS > WS-NUM-CNC
                     MOVE WS-CNC-DATA(WS-FRM-CNC-POS)
                         TO WS-FRM-DATA-AUX
                     IF WS-FRM-DATA-AUX > 0
                        AND WS-FRM-DATA-ANO = WS-FRM-ANO
                         PERFORM EMITIR-UM-CERTIFICADO
                     END-IF
                 END-PERFORM
                 CLOSE CERTIFICADOS
             END-IF.

            EMITIR-UM-CERTIFICADO.
             MOVE WS-CNC-FRM(WS-FRM-CNC-POS) TO WS-FRM-POS.
             MOVE WS-CNC-CUR(WS-FRM-CNC-POS) TO WS-FRM-CUR-POS.
             ADD 1 TO WS-FRM-NUM-CERT.
             MOVE ALL '=' TO WS-LISTAGEM-LINHA.
             PERFORM GRAVAR-LINHA-CERTIFICADO.
             MOVE '                  CERTIFICADO DE FORMACAO'
                 TO WS-LISTAGEM-LINHA.
             PERFORM GRAVAR-LINHA-CERTIFICADO.
             MOVE SPACES TO WS-LISTAGEM-LINHA.
             PERFORM GRAVAR-LINHA-CERTIFICADO.
             INITIALIZE WS-LISTAGEM-LINHA.
             STRING 'CERTIFICA-SE QUE ' DELIMITED BY SIZE
                 WS-FRM-NOME(WS-FRM-POS) DELIMITED BY '  '
                 ', FUNCIONARIO N. ' DELIMITED BY SIZE
                 WS-FRM-ID(WS-FRM-POS) DELIMITED BY SIZE
                 INTO WS-LISTAGEM-LINHA
             END-STRING.
             PERFORM GRAVAR-LINHA-CERTIFICADO.
             INITIALIZE WS-LISTAGEM-LINHA.
             STRING 'DA SECCAO DE ' DELIMITED BY SIZE
                 WS-FRM-SECCAO(WS-FRM-POS) DELIMITED BY '  '
                 ', CONCLUIU O CURSO' DELIMITED BY SIZE
                 INTO WS-LISTAGEM-LINHA
             END-STRING.
             PERFORM GRAVAR-LINHA-CERTIFICADO.
             INITIALIZE WS-LISTAGEM-LINHA.
             STRING '   ' DELIMITED BY SIZE
                 WS-CUR-CODIGO(WS-FRM-CUR-POS) DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 WS-CUR-DESIGNACAO(WS-FRM-CUR-POS) DELIMITED BY SIZE
                 INTO WS-LISTAGEM-LINHA
             END-STRING.
             PERFORM GRAVAR-LINHA-CERTIFICADO.
             MOVE WS-CUR-MINUTOS(WS-FRM-CUR-POS) TO MINUTOS-FORMACAO.
             PERFORM CALCULAR-HORAS-FORMACAO.
             MOVE HORAS-FORMACAO TO WS-FRM-HORAS-ED1.
             INITIALIZE WS-LISTAGEM-LINHA.
             STRING 'COM A DURACAO DE' DELIMITED BY SIZE
                 WS-FRM-HORAS-ED1 DELIMITED BY SIZE
                 ' HORAS' DELIMITED BY SIZE
                 INTO WS-LISTAGEM-LINHA
             END-STRING.
             PERFORM GRAVAR-LINHA-CERTIFICADO.
             INITIALIZE WS-LISTAGEM-LINHA.
             STRING 'ENTIDADE FORMADORA: ' DELIMITED BY SIZE
                 WS-CUR-ENTIDADE(WS-FRM-CUR-POS) DELIMITED BY SIZE
                 INTO WS-LISTAGEM-LINHA
             END-STRING.
             PERFORM GRAVAR-LINHA-CERTIFICADO.
             MOVE WS-CNC-DATA(WS-FRM-CNC-POS) TO WS-FRM-DATA-AUX.
             STRING WS-FRM-DATA-DIA DELIMITED BY SIZE
                 '/' DELIMITED BY SIZE
                 WS-FRM-DATA-MES DELIMITED BY SIZE
                 '/' DELIMITED BY SIZE
                 WS-FRM-DATA-ANO DELIMITED BY SIZE
                 INTO WS-FRM-DATA-ED
             END-STRING.
             INITIALIZE WS-LISTAGEM-LINHA.
             STRING 'CONCLUIDO EM ' DELIMITED BY SIZE
                 WS-FRM-DATA-ED DELIMITED BY SIZE
                 INTO WS-LISTAGEM-LINHA
             END-STRING.
             PERFORM GRAVAR-LINHA-CERTIFICADO.
             MOVE SPACES TO WS-LISTAGEM-LINHA.
             PERFORM GRAVAR-LINHA-CERTIFICADO.

            GRAVAR-LINHA-CERTIFICADO.
             MOVE WS-LISTAGEM-LINHA TO CERTIFICADOS-REG.
             WRITE CERTIFICADOS-REG.

      *-----------------------
      * projeta as horas de estudo a 90 dias a partir de MINUTOS-ALUNO
      *-----------------------
            CALCULAR-HORAS-FINAL.
             COMPUTE HORAS-FINAL = MINUTOS-ALUNO * 90 / 60.

      *-----------------------
      * converte em horas os minutos de formacao de MINUTOS-FORMACAO,
      * o mesmo calculo de CALCULAR-HORAS-FINAL sem a projecao a 90
      * dias
      *-----------------------
            CALCULAR-HORAS-FORMACAO.
             COMPUTE HORAS-FORMACAO ROUNDED = MINUTOS-FORMACAO / 60.

      *-----------------------
      * traduz o FILE STATUS devolvido pelo ultimo OPEN/READ/WRITE
      * numa mensagem especifica, complementando o codigo em bruto
