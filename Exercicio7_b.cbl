      *      aloca as reservas pendentes da mais antiga para a mais
      *      recente com lista de aviso, e as unidades alocadas
      *      ficam fora do saldo vendavel ate levantadas ou expiradas
      * Mod: 15/10/2026 - NC - NIF do cliente na ficha de reserva,
      *      para a visao unica do cliente por NIF
      * Mod: 15/10/2026 - NC - livros em consignacao: a entrada 'E'
      *      fica firme ou consignada com prazo de devolucao (lotes
      *      no ficheiro CONSIGNACOES), lista de prazos a terminar,
      *      devolucao a editora (movimento 'R', fora dos numeros de
      *      vendas) com nota de devolucao, e o acerto por editora
      *      com as quantidades consignadas vendidas, devolvidas e
      *      em posse
      * Mod: 15/10/2026 - NC - alocacao de reservas na entrada passa
      *      a ser executada THRU o paragrafo de saida (sem ficheiro
      *      de reservas saltava para fora do PERFORM)
      * Mod: 15/10/2026 - NC - encomendas escolares por aluno/ano
      *      letivo ligadas ao catalogo, com entregas parciais e
      *      aviso de encomenda pronta/completa; vale MEGA como
      *      metodo de pagamento na entrega (codigo do vale guardado
      *      no ficheiro VALESMEGA para o pedido de reembolso)
      * Mod: 15/10/2026 - NC - venda a credito a escolas/bibliotecas:
      *      venda 'V' com NIF do mestre CLIENTESFAT fica em
      *      VENDASCONTA (guia 'CT' + numero no movimento) para a
      *      faturacao mensal no FATURA_CLIENTE
      ******************************************************************
      *Escreva um programa para processar um ficheiro de registo de
      *vendas de uma livraria. O programa deve calcular o montante
           WS-PATH-RESERVASTEMP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-RESERVASTEMP.

           SELECT CONSIGNACOES ASSIGN TO
           WS-PATH-CONSIGNACOES
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-CONSIGNACOES.

           SELECT ENCESCOLAR ASSIGN TO
           WS-PATH-ENCESCOLAR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-ENCESCOLAR.

           SELECT VALESMEGA ASSIGN TO
           WS-PATH-VALESMEGA
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-VALESMEGA.

           SELECT CLIENTESFAT ASSIGN TO
           WS-PATH-CLIENTESFAT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-CLIENTESFAT.

           SELECT VENDASCONTA ASSIGN TO
           WS-PATH-VENDASCONTA
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-VENDASCONTA.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
           SELECT DATAPROC ASSIGN TO
           WS-PATH-DATAPROC
               03 RSV-DATA                PIC 9(08).
               03 RSV-QUANT               PIC 9(03).
               03 RSV-ESTADO              PIC X(01).
               03 RSV-NIF                 PIC 9(09).

       FD RESERVASTEMP.
           01 RESERVATEMP-REG             PIC X(76).

      *-----------------------
      * lotes de livros em consignacao: um por entrada consignada,
      * com o prazo de devolucao a editora; as unidades em posse sao
      * as recebidas menos as vendidas e as devolvidas a editora
      *-----------------------
       FD CONSIGNACOES.
           01 CONSIGNACAO-REG.
               03 CSG-COD-IDENT           PIC 9(05).
               03 CSG-EDITO               PIC X(20).
               03 CSG-FORNECEDOR          PIC X(20).
               03 CSG-GUIA                PIC X(10).
               03 CSG-DATA-ENTRADA        PIC 9(08).
               03 CSG-PRAZO               PIC 9(08).
               03 CSG-RECEBIDA            PIC 9(05).
               03 CSG-VENDIDA             PIC 9(05).
               03 CSG-DEVOLVIDA           PIC 9(05).

      *-----------------------
      * encomendas escolares: uma linha por manual da lista do
      * aluno, com as unidades pedidas e ja entregues; estado 'A'
      * em aberto, 'C' completa (tudo entregue)
      *-----------------------
       FD ENCESCOLAR.
           01 ENCOMENDA-REG.
               03 ENC-NUMERO              PIC 9(06).
               03 ENC-LINHA               PIC 9(02).
               03 ENC-DATA                PIC 9(08).
               03 ENC-ANO-LETIVO          PIC 9(04).
               03 ENC-ANO-ESCOLAR         PIC 9(02).
               03 ENC-ESCOLA              PIC X(30).
               03 ENC-ALUNO               PIC X(30).
               03 ENC-CONTACTO            PIC X(20).
               03 ENC-NIF                 PIC 9(09).
               03 ENC-COD-IDENT           PIC 9(05).
               03 ENC-QUANT               PIC 9(03).
               03 ENC-ENTREGUE            PIC 9(03).
               03 ENC-ESTADO              PIC X(01).

       FD VALESMEGA.
       COPY VALMEGA.

      *-----------------------
      * mestre de clientes da faturacao (FATURA_CLIENTE), so para
      * consulta: o NIF de uma venda a credito tem de la existir
      *-----------------------
       FD CLIENTESFAT.
           01 CLIENTEFAT-REG.
               03 CLI-NIF                 PIC 9(09).
               03 CLI-NOME                PIC X(17).
               03 CLI-LIMITE-CREDITO      PIC 9(08)V99.
               03 CLI-PRAZO-DIAS          PIC 9(03).
               03 FILLER                  PIC X(57).

       FD VENDASCONTA.
       COPY VENCONTA.

      *-----------------------
      * ficheiro de controlo da data de processamento do negocio:
       77 WS-RSV-SEQ-ESCOLHIDA              PIC 9(04).
       77 WS-RSV-ESTADO-NOVO                PIC X(01).
       77 WS-RSV-ALTERADA                   PIC 9.
       77 WS-PATH-CONSIGNACOES              PIC X(100).
       77 WS-FS-CONSIGNACOES                PIC XX.
       77 WS-ENDOFCSG                       PIC X(01) VALUE SPACES.
       77 OPCAO-EDITORAS                    PIC 9.
       77 WS-CSG-REGIME                     PIC X(01).
       77 WS-CSG-PRAZO                      PIC 9(08).
       77 WS-CSG-NUM                        PIC 9(03) VALUE ZEROS.
       77 WS-CSG-IDX                        PIC 9(03).
       77 WS-CSG-ESCOLHIDO                  PIC 9(03).
       77 WS-CSG-MELHOR-PRAZO               PIC 9(08).
       77 WS-CSG-POR-ALOCAR                 PIC 9(05).
       77 WS-CSG-PARTE                      PIC 9(05).
       77 WS-CSG-FILTRO-EDITO               PIC X(20).
       77 WS-CSG-EM-POSSE                   PIC S9(05).
       77 WS-CSG-TOT-POSSE                  PIC 9(07).
       77 WS-CSG-TOT-RECEBIDA               PIC 9(07).
       77 WS-CSG-TOT-VENDIDA                PIC 9(07).
       77 WS-CSG-TOT-DEVOLVIDA              PIC 9(07).
       77 WS-CSG-LOTES                      PIC 9(03).
       77 WS-CSG-ANOMES                     PIC 9(06).
       77 WS-CSG-LISTADOS                   PIC 9(03).
       77 WS-CSG-ALTERADO                   PIC 9.
       77 WS-CSG-COD                        PIC 9(05).
       77 WS-CSG-LIMITE                     PIC 9(08).
       77 WS-CSG-TITULO                     PIC X(40).
       77 WS-ED-UNID-DEV-EDITORA            PIC 9(07) VALUE ZEROS.
       77 WS-PATH-ENCESCOLAR                PIC X(100).
       77 WS-PATH-VALESMEGA                 PIC X(100).
       77 WS-FS-ENCESCOLAR                  PIC XX.
       77 WS-FS-VALESMEGA                   PIC XX.
       77 WS-PATH-CLIENTESFAT               PIC X(100).
       77 WS-PATH-VENDASCONTA               PIC X(100).
       77 WS-FS-CLIENTESFAT                 PIC XX.
       77 WS-FS-VENDASCONTA                 PIC XX.
       77 WS-ENDOFCLI                       PIC X(01) VALUE SPACES.
       77 WS-ENDOFVC                        PIC X(01) VALUE SPACES.
       77 WS-VC-NIF                         PIC 9(09) VALUE ZEROS.
       77 WS-VC-NOME                        PIC X(17).
       77 WS-VC-EXISTE                      PIC 9.
       77 WS-VC-NUMERO                      PIC 9(06).
       77 WS-ENDOFENC                       PIC X(01) VALUE SPACES.
       77 WS-ENDOFVM                        PIC X(01) VALUE SPACES.
       77 OPCAO-ESCOLAR                     PIC 9.
       77 WS-ENC-NUM                        PIC 9(04) VALUE ZEROS.
       77 WS-ENC-IDX                        PIC 9(04).
       77 WS-ENC-IDX2                       PIC 9(04).
       77 WS-ENC-NUMERO                     PIC 9(06).
       77 WS-ENC-LINHA                      PIC 9(02).
       77 WS-ENC-QUANT                      PIC 9(03).
       77 WS-ENC-PENDENTE                   PIC 9(03).
       77 WS-ENC-FALTAM                     PIC 9(05).
       77 WS-ENC-ENTREGAR                   PIC 9(03).
       77 WS-ENC-METODO                     PIC X(01).
       77 WS-ENC-ACHOU                      PIC 9.
       77 WS-ENC-ALTERADA                   PIC 9.
       77 WS-ENC-PRONTA                     PIC 9.
       77 WS-ENC-AVISADA                    PIC 9(06).
       77 WS-ENC-PROCURA-COD                PIC 9(05).
       77 WS-ENC-EST-QUANT                  PIC 9(05).
       77 WS-ENC-ANTERIOR                   PIC 9(06).
       77 WS-ENC-ENTREGA-ATIVA              PIC 9 VALUE 0.
       77 WS-VL-NUM                         PIC 9(02).
       77 WS-VL-IDX                         PIC 9(02).
       77 WS-VL-USADO                       PIC 9.
       77 WS-VL-PROCURA                     PIC X(20).
       77 WS-VL-VALOR                       PIC 9(05)V99.
       77 WS-VL-ISBN                        PIC X(13).
      *-----------------------
      * dados do aluno da encomenda escolar em curso
      *-----------------------
           01 WS-ENC-CABECALHO.
               03 WS-ENC-ANO-LETIVO         PIC 9(04).
               03 WS-ENC-ANO-ESCOLAR        PIC 9(02).
               03 WS-ENC-ESCOLA             PIC X(30).
               03 WS-ENC-ALUNO              PIC X(30).
               03 WS-ENC-CONTACTO           PIC X(20).
               03 WS-ENC-NIF                PIC 9(09).
      *-----------------------
      * linhas das encomendas escolares carregadas em memoria
      *-----------------------
           01 WS-TAB-ENCOMENDAS.
               03 WS-TAB-ENC-ENTRY OCCURS 1000 TIMES.
                   05 WS-EN-NUMERO          PIC 9(06).
                   05 WS-EN-LINHA           PIC 9(02).
                   05 WS-EN-DATA            PIC 9(08).
                   05 WS-EN-ANO-LETIVO      PIC 9(04).
                   05 WS-EN-ANO-ESCOLAR     PIC 9(02).
                   05 WS-EN-ESCOLA          PIC X(30).
                   05 WS-EN-ALUNO           PIC X(30).
                   05 WS-EN-CONTACTO        PIC X(20).
                   05 WS-EN-NIF             PIC 9(09).
                   05 WS-EN-COD-IDENT       PIC 9(05).
                   05 WS-EN-QUANT           PIC 9(03).
                   05 WS-EN-ENTREGUE        PIC 9(03).
                   05 WS-EN-ESTADO          PIC X(01).
      *-----------------------
      * codigos dos vales MEGA apresentados na linha em entrega
      *-----------------------
           01 WS-TAB-VALES.
               03 WS-VL-CODIGO OCCURS 99 TIMES PIC X(20).
       77 WS-DEV-EDITO                      PIC X(20).
       77 WS-DEV-QUANT                      PIC 9(04).
       77 WS-DEV-NOTA                       PIC X(10).
       77 WS-DEV-HORA                       PIC 9(08).
       77 WS-DEV-TOTAL                      PIC 9(06).
       77 WS-ND-NUM                         PIC 9(03) VALUE ZEROS.
       77 WS-ND-IDX                         PIC 9(03).
       77 WS-SPOOL-NOME                     PIC X(20) VALUE
                                            'AUTORES.'.
      *-----------------------
      * lotes de consignacao carregados em memoria (o ficheiro e
      * reescrito por inteiro depois de cada alteracao)
      *-----------------------
           01 WS-TAB-CONSIGNACOES.
               03 WS-TAB-CSG-ENTRY OCCURS 500 TIMES.
                   05 WS-CSG-COD-IDENT      PIC 9(05).
                   05 WS-CSG-EDITO          PIC X(20).
                   05 WS-CSG-FORNECEDOR     PIC X(20).
                   05 WS-CSG-GUIA           PIC X(10).
                   05 WS-CSG-DATA-ENTRADA   PIC 9(08).
                   05 WS-CSG-PRAZO-LOTE     PIC 9(08).
                   05 WS-CSG-RECEBIDA       PIC 9(05).
                   05 WS-CSG-VENDIDA        PIC 9(05).
                   05 WS-CSG-DEVOLVIDA      PIC 9(05).
           01 WS-TAB-CSG-MARCAS.
               03 WS-CSG-MARCA OCCURS 500 TIMES PIC 9.
      *-----------------------
      * linhas da nota de devolucao em curso
      *-----------------------
           01 WS-TAB-NOTA-DEVOLUCAO.
               03 WS-TAB-ND-ENTRY OCCURS 100 TIMES.
                   05 WS-ND-COD-IDENT       PIC 9(05).
                   05 WS-ND-TITULO          PIC X(40).
                   05 WS-ND-GUIA            PIC X(10).
                   05 WS-ND-QUANT           PIC 9(05).
           01 WS-LINHA-CONSIGNACAO.
               03 WS-LC-PRAZO               PIC 9(08).
               03 FILLER                    PIC X(01) VALUE SPACES.
               03 WS-LC-COD-IDENT           PIC 9(05).
               03 FILLER                    PIC X(01) VALUE SPACES.
               03 WS-LC-TITULO              PIC X(30).
               03 FILLER                    PIC X(01) VALUE SPACES.
               03 WS-LC-EDITO               PIC X(20).
               03 FILLER                    PIC X(01) VALUE SPACES.
               03 WS-LC-GUIA                PIC X(10).
               03 FILLER                    PIC X(01) VALUE SPACES.
               03 WS-LC-EM-POSSE            PIC ZZZZ9.
               03 FILLER                    PIC X(01) VALUE SPACES.
               03 WS-LC-VENDIDA             PIC ZZZZ9.
               03 FILLER                    PIC X(01) VALUE SPACES.
               03 WS-LC-MARCA               PIC X(22).
           01 WS-LINHA-NOTA.
               03 WS-LN-COD-IDENT           PIC 9(05).
               03 FILLER                    PIC X(01) VALUE SPACES.
               03 WS-LN-TITULO              PIC X(40).
               03 FILLER                    PIC X(01) VALUE SPACES.
               03 WS-LN-GUIA                PIC X(10).
               03 FILLER                    PIC X(01) VALUE SPACES.
               03 WS-LN-QUANT               PIC ZZZZ9.
       77 WS-PATH-CATLIVROS                 PIC X(100).
       77 WS-FS-CATLIVROS                   PIC XX.
       77 WS-ENDOFFILECAT                   PIC 99.
         'D:\UFCD\UFCD 0808 - Programação COBOL\Tarefas\resvtmp.txt'
                   TO WS-PATH-RESERVASTEMP
           END-IF.
           ACCEPT WS-PATH-CONSIGNACOES FROM ENVIRONMENT
               "CONSIGNACOES_PATH"
           IF WS-PATH-CONSIGNACOES EQUAL SPACES
               MOVE
         'D:\UFCD\UFCD 0808 - Programação COBOL\Tarefas\consig.txt'
                   TO WS-PATH-CONSIGNACOES
           END-IF.
           ACCEPT WS-PATH-ENCESCOLAR FROM ENVIRONMENT
               "ENCESCOLAR_PATH"
           IF WS-PATH-ENCESCOLAR EQUAL SPACES
               MOVE
         'D:\UFCD\UFCD 0808 - Programação COBOL\Tarefas\encesc.txt'
                   TO WS-PATH-ENCESCOLAR
           END-IF.
           ACCEPT WS-PATH-VALESMEGA FROM ENVIRONMENT
               "VALESMEGA_PATH"
           IF WS-PATH-VALESMEGA EQUAL SPACES
               MOVE
         'D:\UFCD\UFCD 0808 - Programação COBOL\Tarefas\valmega.txt'
                   TO WS-PATH-VALESMEGA
           END-IF.
           ACCEPT WS-PATH-CLIENTESFAT FROM ENVIRONMENT
               "CLIENTESFAT_PATH"
           IF WS-PATH-CLIENTESFAT EQUAL SPACES
               MOVE
         'D:\UFCD\UFCD 0808 - Programação COBOL\Tarefas\clifat.txt'
                   TO WS-PATH-CLIENTESFAT
           END-IF.
           ACCEPT WS-PATH-VENDASCONTA FROM ENVIRONMENT
               "VENDASCONTA_PATH"
           IF WS-PATH-VENDASCONTA EQUAL SPACES
               MOVE
         'D:\UFCD\UFCD 0808 - Programação COBOL\Tarefas\vendconta.txt'
                   TO WS-PATH-VENDASCONTA
           END-IF.
           PERFORM ASSINAR-OPERADOR.

       INICIO.
           DISPLAY " 3 - FINALIZAR".
           DISPLAY " 4 - VENDAS POR AUTOR".
           DISPLAY " 5 - GERIR CATALOGO".
           DISPLAY " 6 - EDITORAS E CONSIGNACAO".
           DISPLAY " 7 - COBERTURA DE ESTOQUE".
           DISPLAY " 8 - RESERVAS DE LIVROS".
           DISPLAY " 9 - CONFORMIDADE DE DESCONTOS".
           DISPLAY " 0 - MANUAIS ESCOLARES / VALES MEGA".
           ACCEPT OPCAO.
           DISPLAY "---------------------------------"

               PERFORM GERIR-CATALOGO.

               IF OPCAO = "6"
               PERFORM MENU-EDITORAS.

               IF OPCAO = "7"
               PERFORM RELATORIO-COBERTURA.
               IF OPCAO = "9"
               PERFORM LISTAGEM-CONFORMIDADE.

               IF OPCAO = "0"
               PERFORM MENU-ESCOLAR.



       STOP_PROGRAMA.
           END-PERFORM
           MOVE SPACES TO LIVROS-FORNECEDOR
           MOVE SPACES TO LIVROS-GUIA
           MOVE 'F' TO WS-CSG-REGIME
      *    venda a credito: fica por faturar ao NIF na corrida mensal
      *    do FATURA_CLIENTE, identificada no movimento pela guia
      *    'CT' + numero da venda
           MOVE ZEROS TO WS-VC-NIF
           IF LIVROS-TIPO EQUAL 'V'
               DISPLAY 'NIF PARA VENDA A CREDITO (0 SE PAGA NO ATO): '
               ACCEPT WS-VC-NIF
               PERFORM VALIDAR-CLIENTE-CONTA
               PERFORM UNTIL WS-VC-NIF EQUAL ZEROS
                          OR WS-VC-EXISTE EQUAL 1
                   DISPLAY '*** NIF ' WS-VC-NIF ' NAO EXISTE NO '
                           'MESTRE DE CLIENTES DA FATURACAO ***'
                   DISPLAY 'NIF PARA VENDA A CREDITO (0 SE PAGA NO '
                           'ATO): '
                   ACCEPT WS-VC-NIF
                   PERFORM VALIDAR-CLIENTE-CONTA
               END-PERFORM
               IF WS-VC-NIF NOT EQUAL ZEROS
                   DISPLAY 'VENDA A CREDITO A ' WS-VC-NOME
                   PERFORM OBTER-NUMERO-VENDA-CONTA
                   STRING 'CT' DELIMITED BY SIZE
                          WS-VC-NUMERO DELIMITED BY SIZE
                       INTO LIVROS-GUIA
                   END-STRING
               END-IF
           END-IF
           IF LIVROS-TIPO EQUAL 'E'
               DISPLAY 'FORNECEDOR/DISTRIBUIDOR: '
               ACCEPT LIVROS-FORNECEDOR
               DISPLAY 'NUMERO DA GUIA DE REMESSA: '
               ACCEPT LIVROS-GUIA
               DISPLAY 'REGIME (F-FIRME/C-CONSIGNACAO): '
               ACCEPT WS-CSG-REGIME
               PERFORM UNTIL WS-CSG-REGIME = 'F'
                          OR WS-CSG-REGIME = 'C'
                   DISPLAY 'REGIME INVALIDO. VALORES ACEITES: F/C'
                   DISPLAY 'REGIME: '
                   ACCEPT WS-CSG-REGIME
               END-PERFORM
               IF WS-CSG-REGIME EQUAL 'C'
                   DISPLAY 'PRAZO DE DEVOLUCAO (AAAAMMDD): '
                   ACCEPT WS-CSG-PRAZO
                   PERFORM UNTIL WS-CSG-PRAZO > WS-DATA-PROCESSAMENTO
                       DISPLAY 'PRAZO INVALIDO - TEM DE SER POSTERIOR '
                               'A ' WS-DATA-PROCESSAMENTO
                       DISPLAY 'PRAZO DE DEVOLUCAO (AAAAMMDD): '
                       ACCEPT WS-CSG-PRAZO
                   END-PERFORM
               END-IF
           END-IF
           EVALUATE LIVROS-CATEGORIA
               WHEN 'L'
           ELSE
               DISPLAY 'LIVRO REGISTADO COM SUCESSO'
               PERFORM ESCREVER-AUDITORIA
               PERFORM ATUALIZAR-CONSIGNACAO
               IF LIVROS-TIPO EQUAL 'E'
                   PERFORM AVISAR-ENCOMENDAS-ESCOLARES
               END-IF
               IF WS-VC-NIF NOT EQUAL ZEROS
                   PERFORM GRAVAR-VENDA-CONTA
               END-IF
           END-IF
           END-IF
           ELSE
               DISPLAY
              'LIVRO SEM REGISTO DE ESTOQUE. VENDA NAO REGISTADA'
               IF LIVROS-TIPO EQUAL 'V'
                AND WS-ENC-ENTREGA-ATIVA EQUAL 0
                   PERFORM OFERECER-RESERVA
               END-IF
           ELSE
                           WS-EST-QUANT-ATUAL
                   DISPLAY '(RESERVADO PARA CLIENTES: '
                           WS-RSV-ALOCADAS ')'
                   IF LIVROS-TIPO EQUAL 'V'
                    AND WS-ENC-ENTREGA-ATIVA EQUAL 0
                       PERFORM OFERECER-RESERVA
                   END-IF
               ELSE
                   SET WS-ENDOFFILEESTOQUE TO 0
                   OPEN INPUT LIVROSESTOQUETEMP
               ACCEPT RSV-NOME
               DISPLAY 'CONTACTO: '
               ACCEPT RSV-CONTACTO
               DISPLAY 'NIF DO CLIENTE (0 SE NAO INDICADO): '
               ACCEPT RSV-NIF
               PERFORM OBTER-DATA-PROCESSAMENTO
               MOVE WS-DATA-PROCESSAMENTO TO RSV-DATA
               MOVE WS-RSV-QUANT TO RSV-QUANT
           MOVE LIVROS-UNID TO WS-RSV-POR-ALOCAR
           PERFORM UNTIL WS-RSV-POR-ALOCAR EQUAL ZEROS
               PERFORM ALOCAR-RESERVA-MAIS-ANTIGA
                   THRU ALOCAR-RESERVA-MAIS-ANTIGA-FIM
               IF WS-RSV-ACHOU EQUAL 0
                   MOVE ZEROS TO WS-RSV-POR-ALOCAR
               END-IF
                           ' DATA: ' RSV-DATA
                           ' QUANT: ' RSV-QUANT
                           ' ESTADO: ' RSV-ESTADO
                           ' NIF: ' RSV-NIF
                   END-READ
               END-PERFORM
               CLOSE RESERVAS
               WHEN 'E'
                   DISPLAY 'TIPO: ENTRADA DE ' WS-LIVROS-FORNECEDOR
                           ' GUIA ' WS-LIVROS-GUIA
               WHEN 'R'
                   DISPLAY 'TIPO: DEVOLUCAO A ' WS-LIVROS-FORNECEDOR
                           ' NOTA ' WS-LIVROS-GUIA
               WHEN OTHER
                   DISPLAY 'TIPO: VENDA'
           END-EVALUATE
      * de somadas
      *-----------------------
       RELATORIO-AUTORES.
           MOVE 'AUTORES.' TO WS-SPOOL-NOME
           PERFORM ABRIR-SPOOL
           SORT LIVROSTEMP
           ON ASCENDING KEY
                   MOVE 1 TO WS-ENDOFFILELIVROSOUT
               NOT AT END
                IF WS-LIVRO-TIPO NOT EQUAL 'E'
                 AND WS-LIVRO-TIPO NOT EQUAL 'R'
                   COMPUTE WS-LIVRO-TOTAL =
                       ((WS-LIVRO-VALOR * WS-LIVRO-IVA / 100)
                           + WS-LIVRO-VALOR)
           CLOSE LIVROSOUT.
           GOBACK.

      *-----------------------
      * vendas a credito: o NIF tem de existir no mestre de clientes
      * da faturacao; cada venda fica em VENDASCONTA por faturar
      *-----------------------
       VALIDAR-CLIENTE-CONTA.
           MOVE 0 TO WS-VC-EXISTE.
           MOVE SPACES TO WS-VC-NOME.
           MOVE SPACES TO WS-ENDOFCLI.
           IF WS-VC-NIF NOT EQUAL ZEROS
               OPEN INPUT CLIENTESFAT
               IF WS-FS-CLIENTESFAT EQUAL "00"
                   PERFORM UNTIL WS-ENDOFCLI = 'F'
                       READ CLIENTESFAT
                       AT END MOVE 'F' TO WS-ENDOFCLI
                       NOT AT END
                           IF CLI-NIF EQUAL WS-VC-NIF
                               MOVE 1 TO WS-VC-EXISTE
                               MOVE CLI-NOME TO WS-VC-NOME
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CLIENTESFAT
               END-IF
           END-IF.
           MOVE SPACES TO WS-ENDOFCLI.

       OBTER-NUMERO-VENDA-CONTA.
           MOVE ZEROS TO WS-VC-NUMERO.
           MOVE SPACES TO WS-ENDOFVC.
           OPEN INPUT VENDASCONTA.
           IF WS-FS-VENDASCONTA EQUAL "00"
               PERFORM UNTIL WS-ENDOFVC = 'F'
                   READ VENDASCONTA
                   AT END MOVE 'F' TO WS-ENDOFVC
                   NOT AT END
                       IF VC-NUMERO > WS-VC-NUMERO
                           MOVE VC-NUMERO TO WS-VC-NUMERO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDASCONTA
           END-IF.
           ADD 1 TO WS-VC-NUMERO.
           MOVE SPACES TO WS-ENDOFVC.

       GRAVAR-VENDA-CONTA.
           OPEN EXTEND VENDASCONTA.
           IF WS-FS-VENDASCONTA EQUAL "35"
               OPEN OUTPUT VENDASCONTA
           END-IF.
           IF WS-FS-VENDASCONTA NOT EQUAL "00"
               DISPLAY ' ERRO A GRAVAR VENDASCONTA - FILE STATUS: '
                   WS-FS-VENDASCONTA
               DISPLAY '*** VENDA ' LIVROS-GUIA ' REGISTADA MAS FORA '
                   'DA CONTA DO CLIENTE - AVISAR A FATURACAO ***'
           ELSE
               MOVE WS-VC-NUMERO   TO VC-NUMERO
               MOVE LIVROS-DATA    TO VC-DATA
               MOVE WS-VC-NIF      TO VC-NIF
               MOVE COD-IDENT      TO VC-COD-IDENT
               MOVE LIVROS-TITULO  TO VC-TITULO
               MOVE LIVROS-UNID    TO VC-UNID
               MOVE LIVROS-VALOR   TO VC-PRECO
               MOVE LIVROS-IVA     TO VC-IVA
               MOVE LIVROS-DESC    TO VC-DESC
               MOVE 'P'            TO VC-ESTADO
               MOVE ZEROS          TO VC-NUM-FATURA
               MOVE ZEROS          TO VC-DATA-FATURA
               WRITE VENDACONTA-REG
               CLOSE VENDASCONTA
               DISPLAY 'VENDA A CREDITO ' LIVROS-GUIA ' POR FATURAR '
                   'AO NIF ' WS-VC-NIF
           END-IF.

      *-----------------------
      * manuais escolares: encomendas por aluno e ano letivo, com a
      * lista de manuais do catalogo, entregas parciais a medida que
      * os livros chegam e pagamento com vales MEGA
      *-----------------------
       MENU-ESCOLAR.
           DISPLAY '-------//MANUAIS ESCOLARES//-------'.
           DISPLAY ' 1 - NOVA ENCOMENDA ESCOLAR'.
           DISPLAY ' 2 - ENCOMENDAS EM ABERTO'.
           DISPLAY ' 3 - ENTREGA DE ENCOMENDA'.
           ACCEPT OPCAO-ESCOLAR.

           EVALUATE OPCAO-ESCOLAR
               WHEN 1
                   PERFORM CRIAR-ENCOMENDA-ESCOLAR
               WHEN 2
                   PERFORM LISTAR-ENCOMENDAS-ESCOLARES
               WHEN 3
                   PERFORM ENTREGAR-ENCOMENDA-ESCOLAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
           GO TO INICIO.

       CARREGAR-ENCOMENDAS.
           MOVE ZEROS TO WS-ENC-NUM.
           MOVE SPACES TO WS-ENDOFENC.
           OPEN INPUT ENCESCOLAR.
           IF WS-FS-ENCESCOLAR EQUAL "35"
      *        ainda nao ha encomendas escolares
               CONTINUE
           ELSE
           IF WS-FS-ENCESCOLAR NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR ENCESCOLAR - FILE STATUS: '
                       WS-FS-ENCESCOLAR
               MOVE WS-FS-ENCESCOLAR TO WS-FS-ATUAL
               PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
           ELSE
               PERFORM UNTIL WS-ENDOFENC = 'F'
                   READ ENCESCOLAR
                   AT END MOVE 'F' TO WS-ENDOFENC
                   NOT AT END
                       IF WS-ENC-NUM < 1000
                           ADD 1 TO WS-ENC-NUM
                           MOVE ENCOMENDA-REG
                               TO WS-TAB-ENC-ENTRY (WS-ENC-NUM)
                       ELSE
                           DISPLAY ' AVISO: MAIS DE 1000 LINHAS DE '
                                   'ENCOMENDAS ESCOLARES - LINHA '
                                   'IGNORADA'
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ENCESCOLAR
           END-IF
           END-IF.
           MOVE SPACES TO WS-ENDOFENC.

       GRAVAR-ENCOMENDAS.
           OPEN OUTPUT ENCESCOLAR.
           IF WS-FS-ENCESCOLAR NOT EQUAL "00"
               DISPLAY ' ERRO A GRAVAR ENCESCOLAR - FILE STATUS: '
                       WS-FS-ENCESCOLAR
               MOVE WS-FS-ENCESCOLAR TO WS-FS-ATUAL
               PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
           ELSE
               PERFORM VARYING WS-ENC-IDX2 FROM 1 BY 1
                       UNTIL WS-ENC-IDX2 > WS-ENC-NUM
                   MOVE WS-TAB-ENC-ENTRY (WS-ENC-IDX2)
                       TO ENCOMENDA-REG
                   WRITE ENCOMENDA-REG
               END-PERFORM
               CLOSE ENCESCOLAR
           END-IF.

      *-----------------------
      * nova encomenda: dados do aluno e a lista de manuais, so com
      * livros do catalogo da categoria escolar
      *-----------------------
       CRIAR-ENCOMENDA-ESCOLAR.
           PERFORM CARREGAR-ENCOMENDAS.
           MOVE ZEROS TO WS-ENC-NUMERO.
           PERFORM VARYING WS-ENC-IDX FROM 1 BY 1
                   UNTIL WS-ENC-IDX > WS-ENC-NUM
               IF WS-EN-NUMERO (WS-ENC-IDX) > WS-ENC-NUMERO
                   MOVE WS-EN-NUMERO (WS-ENC-IDX) TO WS-ENC-NUMERO
               END-IF
           END-PERFORM.
           ADD 1 TO WS-ENC-NUMERO.
           MOVE ZEROS TO WS-ENC-LINHA.

           DISPLAY 'NOME DO ALUNO: '.
           ACCEPT WS-ENC-ALUNO.
           DISPLAY 'ESCOLA: '.
           ACCEPT WS-ENC-ESCOLA.
           DISPLAY 'ANO LETIVO (AAAA DO INICIO, EX. 2026 PARA '
                   '2026/2027): '.
           ACCEPT WS-ENC-ANO-LETIVO.
           DISPLAY 'ANO DE ESCOLARIDADE: '.
           ACCEPT WS-ENC-ANO-ESCOLAR.
           DISPLAY 'CONTACTO DO ENCARREGADO DE EDUCACAO: '.
           ACCEPT WS-ENC-CONTACTO.
           DISPLAY 'NIF (0 SE NAO INDICADO): '.
           ACCEPT WS-ENC-NIF.
           PERFORM OBTER-DATA-PROCESSAMENTO.

           DISPLAY 'NUMERO IDENTIFICACAO DO MANUAL (0 TERMINA): '.
           ACCEPT WS-CAT-PROCURA.
           PERFORM UNTIL WS-CAT-PROCURA EQUAL 0
               PERFORM ADICIONAR-LINHA-ENCOMENDA
               DISPLAY 'NUMERO IDENTIFICACAO DO MANUAL (0 TERMINA): '
               ACCEPT WS-CAT-PROCURA
           END-PERFORM.

           IF WS-ENC-LINHA > 0
               PERFORM GRAVAR-ENCOMENDAS
               DISPLAY 'ENCOMENDA ESCOLAR ' WS-ENC-NUMERO
                       ' REGISTADA COM ' WS-ENC-LINHA ' MANUAIS'
           ELSE
               DISPLAY 'ENCOMENDA SEM MANUAIS - NAO REGISTADA'
           END-IF.

       ADICIONAR-LINHA-ENCOMENDA.
           PERFORM 6000-VALIDAR-CATALOGO.
           IF WS-CAT-EXISTE EQUAL 0
               DISPLAY '*** LIVRO ' WS-CAT-PROCURA ' NAO EXISTE NO '
                       'CATALOGO ***'
           ELSE
           IF WS-CAT-CATEGORIA NOT EQUAL 'E'
               DISPLAY '*** LIVRO ' WS-CAT-PROCURA ' NAO E UM MANUAL '
                       'ESCOLAR (CATEGORIA E) ***'
           ELSE
           IF WS-ENC-NUM NOT < 1000 OR WS-ENC-LINHA NOT < 99
               DISPLAY '*** ENCOMENDA CHEIA - MANUAL NAO ACRESCENTADO '
                       '***'
           ELSE
               DISPLAY 'MANUAL: ' WS-CAT-TITULO (1:50)
               DISPLAY 'QUANTIDADE: '
               ACCEPT WS-ENC-QUANT
               PERFORM UNTIL WS-ENC-QUANT > 0
                   DISPLAY 'QUANTIDADE INVALIDA'
                   DISPLAY 'QUANTIDADE: '
                   ACCEPT WS-ENC-QUANT
               END-PERFORM
               ADD 1 TO WS-ENC-NUM
               ADD 1 TO WS-ENC-LINHA
               MOVE WS-ENC-NUMERO     TO WS-EN-NUMERO (WS-ENC-NUM)
               MOVE WS-ENC-LINHA      TO WS-EN-LINHA (WS-ENC-NUM)
               MOVE WS-DATA-PROCESSAMENTO TO WS-EN-DATA (WS-ENC-NUM)
               MOVE WS-ENC-ANO-LETIVO TO WS-EN-ANO-LETIVO (WS-ENC-NUM)
               MOVE WS-ENC-ANO-ESCOLAR
                   TO WS-EN-ANO-ESCOLAR (WS-ENC-NUM)
               MOVE WS-ENC-ESCOLA     TO WS-EN-ESCOLA (WS-ENC-NUM)
               MOVE WS-ENC-ALUNO      TO WS-EN-ALUNO (WS-ENC-NUM)
               MOVE WS-ENC-CONTACTO   TO WS-EN-CONTACTO (WS-ENC-NUM)
               MOVE WS-ENC-NIF        TO WS-EN-NIF (WS-ENC-NUM)
               MOVE WS-CAT-PROCURA    TO WS-EN-COD-IDENT (WS-ENC-NUM)
               MOVE WS-ENC-QUANT      TO WS-EN-QUANT (WS-ENC-NUM)
               MOVE ZEROS             TO WS-EN-ENTREGUE (WS-ENC-NUM)
               MOVE 'A'               TO WS-EN-ESTADO (WS-ENC-NUM)
           END-IF
           END-IF
           END-IF.

       LISTAR-ENCOMENDAS-ESCOLARES.
           PERFORM CARREGAR-ENCOMENDAS.
           MOVE ZEROS TO WS-ENC-ANTERIOR.
           PERFORM VARYING WS-ENC-IDX FROM 1 BY 1
                   UNTIL WS-ENC-IDX > WS-ENC-NUM
               IF WS-EN-ESTADO (WS-ENC-IDX) EQUAL 'A'
                   IF WS-EN-NUMERO (WS-ENC-IDX)
                       NOT EQUAL WS-ENC-ANTERIOR
                       MOVE WS-EN-NUMERO (WS-ENC-IDX)
                           TO WS-ENC-ANTERIOR
                       DISPLAY ' '
                       DISPLAY 'ENCOMENDA ' WS-EN-NUMERO (WS-ENC-IDX)
                               ' DE ' WS-EN-DATA (WS-ENC-IDX)
                               ' ALUNO: ' WS-EN-ALUNO (WS-ENC-IDX)
                       DISPLAY '  ESCOLA: ' WS-EN-ESCOLA (WS-ENC-IDX)
                               ' ANO ' WS-EN-ANO-ESCOLAR (WS-ENC-IDX)
                               ' - ' WS-EN-ANO-LETIVO (WS-ENC-IDX)
                               ' CONTACTO: '
                               WS-EN-CONTACTO (WS-ENC-IDX)
                   END-IF
                   MOVE WS-EN-COD-IDENT (WS-ENC-IDX) TO WS-CAT-PROCURA
                   PERFORM 6000-VALIDAR-CATALOGO
                   DISPLAY '  MANUAL ' WS-EN-COD-IDENT (WS-ENC-IDX)
                           ' ' WS-CAT-TITULO (1:40)
                           ' PEDIDO: ' WS-EN-QUANT (WS-ENC-IDX)
                           ' ENTREGUE: ' WS-EN-ENTREGUE (WS-ENC-IDX)
               END-IF
           END-PERFORM.

      *-----------------------
      * entrega (total ou parcial) de uma encomenda escolar: cada
      * manual entregue e uma venda 'V' com o metodo de pagamento;
      * com vale MEGA fica guardado o codigo de cada vale para o
      * pedido de reembolso ao Estado
      *-----------------------
       ENTREGAR-ENCOMENDA-ESCOLAR.
           PERFORM OBTER-DATA-PROCESSAMENTO.
           MOVE WS-DATA-PROCESSAMENTO (1:6) TO WS-PER-ANOMES.
           PERFORM VERIFICAR-PERIODO-FECHADO.
           IF WS-PERIODO-FECHADO EQUAL 1
               DISPLAY '*** O PERIODO ' WS-PER-ANOMES ' JA FOI FECHADO '
                   '- ENTREGA RECUSADA ***'
               GO TO INICIO
           END-IF.

           DISPLAY 'NUMERO DA ENCOMENDA ESCOLAR: '.
           ACCEPT WS-ENC-NUMERO.
           PERFORM CARREGAR-ENCOMENDAS.
           MOVE 0 TO WS-ENC-ACHOU.
           PERFORM VARYING WS-ENC-IDX FROM 1 BY 1
                   UNTIL WS-ENC-IDX > WS-ENC-NUM
               IF WS-EN-NUMERO (WS-ENC-IDX) EQUAL WS-ENC-NUMERO
                AND WS-EN-ESTADO (WS-ENC-IDX) EQUAL 'A'
                AND WS-ENC-ACHOU EQUAL 0
                   MOVE 1 TO WS-ENC-ACHOU
                   MOVE WS-EN-ANO-LETIVO (WS-ENC-IDX)
                       TO WS-ENC-ANO-LETIVO
                   MOVE WS-EN-ANO-ESCOLAR (WS-ENC-IDX)
                       TO WS-ENC-ANO-ESCOLAR
                   MOVE WS-EN-ESCOLA (WS-ENC-IDX) TO WS-ENC-ESCOLA
                   MOVE WS-EN-ALUNO (WS-ENC-IDX) TO WS-ENC-ALUNO
                   MOVE WS-EN-CONTACTO (WS-ENC-IDX) TO WS-ENC-CONTACTO
                   MOVE WS-EN-NIF (WS-ENC-IDX) TO WS-ENC-NIF
               END-IF
           END-PERFORM.
           IF WS-ENC-ACHOU EQUAL 0
               DISPLAY '*** ENCOMENDA ' WS-ENC-NUMERO ' NAO EXISTE OU '
                       'JA ESTA COMPLETA ***'
               GO TO INICIO
           END-IF.
           DISPLAY 'ALUNO: ' WS-ENC-ALUNO ' ESCOLA: ' WS-ENC-ESCOLA.

           SET WS-FS TO 0.
           OPEN EXTEND LIVROS.
           IF WS-FS EQUAL 35 THEN
               OPEN OUTPUT LIVROS
           END-IF.
           IF WS-FS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE LIVROS'
               DISPLAY 'FILE STATUS: ' WS-FS
               MOVE WS-FS TO WS-FS-ATUAL
               PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
               GO TO INICIO
           END-IF.

           MOVE 0 TO WS-ENC-ALTERADA.
           MOVE 1 TO WS-ENC-ENTREGA-ATIVA.
           PERFORM VARYING WS-ENC-IDX FROM 1 BY 1
                   UNTIL WS-ENC-IDX > WS-ENC-NUM
               IF WS-EN-NUMERO (WS-ENC-IDX) EQUAL WS-ENC-NUMERO
                AND WS-EN-ENTREGUE (WS-ENC-IDX)
                    < WS-EN-QUANT (WS-ENC-IDX)
                   PERFORM ENTREGAR-LINHA-ENCOMENDA
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-ENC-ENTREGA-ATIVA.
           CLOSE LIVROS.

      *    tudo entregue: a encomenda fecha
           MOVE ZEROS TO WS-ENC-FALTAM.
           PERFORM VARYING WS-ENC-IDX FROM 1 BY 1
                   UNTIL WS-ENC-IDX > WS-ENC-NUM
               IF WS-EN-NUMERO (WS-ENC-IDX) EQUAL WS-ENC-NUMERO
                   COMPUTE WS-ENC-FALTAM = WS-ENC-FALTAM
                       + WS-EN-QUANT (WS-ENC-IDX)
                       - WS-EN-ENTREGUE (WS-ENC-IDX)
               END-IF
           END-PERFORM.
           IF WS-ENC-FALTAM EQUAL 0
               PERFORM VARYING WS-ENC-IDX FROM 1 BY 1
                       UNTIL WS-ENC-IDX > WS-ENC-NUM
                   IF WS-EN-NUMERO (WS-ENC-IDX) EQUAL WS-ENC-NUMERO
                       MOVE 'C' TO WS-EN-ESTADO (WS-ENC-IDX)
                   END-IF
               END-PERFORM
               MOVE 1 TO WS-ENC-ALTERADA
           END-IF.
           IF WS-ENC-ALTERADA EQUAL 1
               PERFORM GRAVAR-ENCOMENDAS
           END-IF.
           IF WS-ENC-FALTAM EQUAL 0
               DISPLAY '*** ENCOMENDA ESCOLAR ' WS-ENC-NUMERO
                       ' COMPLETA - TODOS OS MANUAIS ENTREGUES ***'
           ELSE
               DISPLAY 'ENCOMENDA ' WS-ENC-NUMERO ' CONTINUA EM '
                       'ABERTO - FALTAM ' WS-ENC-FALTAM ' UNIDADES'
           END-IF.
           GO TO INICIO.

       ENTREGAR-LINHA-ENCOMENDA.
           MOVE WS-EN-COD-IDENT (WS-ENC-IDX) TO WS-CAT-PROCURA.
           PERFORM 6000-VALIDAR-CATALOGO.
           COMPUTE WS-ENC-PENDENTE = WS-EN-QUANT (WS-ENC-IDX)
               - WS-EN-ENTREGUE (WS-ENC-IDX).
           DISPLAY 'MANUAL ' WS-EN-COD-IDENT (WS-ENC-IDX) ' '
                   WS-CAT-TITULO (1:40) ' POR ENTREGAR: '
                   WS-ENC-PENDENTE.
           DISPLAY 'QUANTIDADE A ENTREGAR AGORA (0 SE NAO CHEGOU): '.
           ACCEPT WS-ENC-ENTREGAR.
           PERFORM UNTIL WS-ENC-ENTREGAR NOT > WS-ENC-PENDENTE
               DISPLAY 'QUANTIDADE INVALIDA - MAXIMO ' WS-ENC-PENDENTE
               DISPLAY 'QUANTIDADE A ENTREGAR AGORA: '
               ACCEPT WS-ENC-ENTREGAR
           END-PERFORM.

           IF WS-ENC-ENTREGAR > 0
               DISPLAY 'METODO DE PAGAMENTO (N-NUMERARIO/C-CARTAO/'
                       'T-TRANSFERENCIA/M-VALE MEGA): '
               ACCEPT WS-ENC-METODO
               PERFORM UNTIL WS-ENC-METODO = 'N'
                          OR WS-ENC-METODO = 'C'
                          OR WS-ENC-METODO = 'T'
                          OR WS-ENC-METODO = 'M'
                   DISPLAY 'METODO INVALIDO. VALORES ACEITES: N/C/T/M'
                   DISPLAY 'METODO DE PAGAMENTO: '
                   ACCEPT WS-ENC-METODO
               END-PERFORM
               IF WS-ENC-METODO EQUAL 'M' AND WS-ENC-ENTREGAR > 99
                   DISPLAY '*** MAXIMO DE 99 VALES POR MANUAL - '
                           'MANUAL NAO ENTREGUE ***'
                   MOVE ZEROS TO WS-ENC-ENTREGAR
               END-IF
           END-IF.

           IF WS-ENC-ENTREGAR > 0
               MOVE ZEROS TO WS-VL-NUM
               IF WS-ENC-METODO EQUAL 'M'
      *            um vale por manual entregue
                   PERFORM VARYING WS-VL-NUM FROM 1 BY 1
                           UNTIL WS-VL-NUM > WS-ENC-ENTREGAR
                       PERFORM PEDIR-VALE-MEGA
                   END-PERFORM
                   MOVE WS-ENC-ENTREGAR TO WS-VL-NUM
               END-IF

               MOVE WS-DATA-PROCESSAMENTO TO LIVROS-DATA
               MOVE WS-CAT-PROCURA   TO COD-IDENT
               MOVE WS-CAT-TITULO    TO LIVROS-TITULO
               MOVE WS-CAT-AUTOR     TO LIVROS-AUTOR
               MOVE WS-CAT-EDITO     TO LIVROS-EDITO
               MOVE WS-CAT-PREFIXO   TO COD-PREFIXO
               MOVE WS-CAT-COD-PAIS  TO COD-PAIS
               MOVE WS-CAT-COD-EDITO TO COD-EDITO
               MOVE WS-CAT-COD-LIVRO TO COD-LIVRO
               MOVE WS-CAT-CATEGORIA TO LIVROS-CATEGORIA
               MOVE 'V'              TO LIVROS-TIPO
               EVALUATE LIVROS-CATEGORIA
                   WHEN 'L'
                       MOVE 6 TO LIVROS-IVA
                   WHEN 'E'
                       MOVE 0 TO LIVROS-IVA
                   WHEN 'D'
                       MOVE 23 TO LIVROS-IVA
               END-EVALUATE
               MOVE WS-ENC-ENTREGAR  TO LIVROS-UNID
               MOVE WS-CAT-VALOR     TO LIVROS-VALOR
               MOVE ZEROS            TO LIVROS-DESC
               MOVE ZEROS TO LIVRO-TOTAL VALOR-TOTAL VALOR-FINAL
               MOVE SPACES TO LIVROS-OBS
               STRING 'ENCOMENDA ESCOLAR ' WS-ENC-NUMERO
                      ' - PAGAMENTO ' WS-ENC-METODO
                   DELIMITED BY SIZE INTO LIVROS-OBS
               END-STRING
               MOVE SPACES TO LIVROS-FORNECEDOR
               MOVE SPACES TO LIVROS-GUIA
               STRING 'ENC' WS-ENC-NUMERO
                   DELIMITED BY SIZE INTO LIVROS-GUIA
               END-STRING
               PERFORM 9000-CALCULAR-DIGITO-CONTROLO
               MOVE WS-CHAR-CONTROLO TO COD-CONTRO

               PERFORM 8000-ATUALIZAR-ESTOQUE

               IF WS-ESTOQUE-OK EQUAL 1
                   WRITE LIVROS-REG
                   IF WS-FS NOT EQUAL ZEROS
                       DISPLAY 'NAO FOI POSSIVEL REGISTAR A ENTREGA'
                       DISPLAY 'FILE STATUS: ' WS-FS
                       MOVE WS-FS TO WS-FS-ATUAL
                       PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
                   ELSE
                       PERFORM ESCREVER-AUDITORIA
                       PERFORM ATUALIZAR-CONSIGNACAO
                       ADD WS-ENC-ENTREGAR
                           TO WS-EN-ENTREGUE (WS-ENC-IDX)
                       MOVE 1 TO WS-ENC-ALTERADA
                       IF WS-VL-NUM > 0
                           PERFORM GRAVAR-VALES-MEGA
                       END-IF
                       DISPLAY 'ENTREGUES ' WS-ENC-ENTREGAR ' UNID.'
                   END-IF
               END-IF
           END-IF.

       PEDIR-VALE-MEGA.
           MOVE 1 TO WS-VL-USADO.
           PERFORM UNTIL WS-VL-USADO EQUAL 0
               DISPLAY 'CODIGO DO VALE MEGA ' WS-VL-NUM ': '
               ACCEPT WS-VL-PROCURA
               PERFORM VALIDAR-VALE-MEGA
               IF WS-VL-USADO EQUAL 1
                   DISPLAY '*** VALE ' WS-VL-PROCURA ' JA FOI USADO '
                           'OU ESTA EM BRANCO ***'
               END-IF
           END-PERFORM.
           MOVE WS-VL-PROCURA TO WS-VL-CODIGO (WS-VL-NUM).

      *-----------------------
      * um vale so se aceita uma vez: nem ja registado no ficheiro
      * de vales, nem repetido na mesma entrega
      *-----------------------
       VALIDAR-VALE-MEGA.
           MOVE 0 TO WS-VL-USADO.
           IF WS-VL-PROCURA EQUAL SPACES
               MOVE 1 TO WS-VL-USADO
           END-IF.
           PERFORM VARYING WS-VL-IDX FROM 1 BY 1
                   UNTIL WS-VL-IDX NOT < WS-VL-NUM
               IF WS-VL-CODIGO (WS-VL-IDX) EQUAL WS-VL-PROCURA
                   MOVE 1 TO WS-VL-USADO
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-ENDOFVM.
           OPEN INPUT VALESMEGA.
           IF WS-FS-VALESMEGA EQUAL "00"
               PERFORM UNTIL WS-ENDOFVM = 'F'
                   READ VALESMEGA
                   AT END MOVE 'F' TO WS-ENDOFVM
                   NOT AT END
                       IF VM-CODIGO EQUAL WS-VL-PROCURA
                           MOVE 1 TO WS-VL-USADO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE VALESMEGA
           END-IF.
           MOVE SPACES TO WS-ENDOFVM.

       GRAVAR-VALES-MEGA.
           COMPUTE WS-VL-VALOR ROUNDED =
               LIVROS-VALOR + (LIVROS-VALOR * LIVROS-IVA / 100).
           MOVE SPACES TO WS-VL-ISBN.
           STRING COD-PREFIXO DELIMITED BY SPACE
                  COD-PAIS COD-EDITO COD-LIVRO DELIMITED BY SIZE
                  COD-CONTRO (1:1) DELIMITED BY SIZE
               INTO WS-VL-ISBN
           END-STRING.
           OPEN EXTEND VALESMEGA.
           IF WS-FS-VALESMEGA EQUAL "35"
               OPEN OUTPUT VALESMEGA
           END-IF.
           IF WS-FS-VALESMEGA NOT EQUAL "00"
               DISPLAY ' ERRO A GRAVAR VALESMEGA - FILE STATUS: '
                       WS-FS-VALESMEGA
               MOVE WS-FS-VALESMEGA TO WS-FS-ATUAL
               PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
           ELSE
               PERFORM VARYING WS-VL-IDX FROM 1 BY 1
                       UNTIL WS-VL-IDX > WS-VL-NUM
                   MOVE WS-VL-CODIGO (WS-VL-IDX) TO VM-CODIGO
                   MOVE WS-DATA-PROCESSAMENTO  TO VM-DATA
                   MOVE WS-ENC-NUMERO          TO VM-ENCOMENDA
                   MOVE WS-ENC-ANO-LETIVO      TO VM-ANO-LETIVO
                   MOVE WS-ENC-ANO-ESCOLAR     TO VM-ANO-ESCOLAR
                   MOVE WS-ENC-ESCOLA          TO VM-ESCOLA
                   MOVE WS-ENC-ALUNO           TO VM-ALUNO
                   MOVE COD-IDENT              TO VM-COD-IDENT
                   MOVE WS-VL-ISBN             TO VM-ISBN
                   MOVE WS-VL-VALOR            TO VM-VALOR
                   MOVE WS-OPERADOR            TO VM-OPERADOR
                   MOVE 'P'                    TO VM-ESTADO
                   MOVE ZEROS                  TO VM-DATA-RECLAMACAO
                   WRITE VALEMEGA-REG
               END-PERFORM
               CLOSE VALESMEGA
           END-IF.

      *-----------------------
      * na entrada de um titulo, as encomendas escolares em aberto
      * que o esperam: se com o estoque atual todos os manuais em
      * falta ja estao disponiveis, a encomenda esta pronta a
      * levantar e o encarregado de educacao deve ser avisado
      *-----------------------
       AVISAR-ENCOMENDAS-ESCOLARES.
           PERFORM CARREGAR-ENCOMENDAS.
           MOVE ZEROS TO WS-ENC-AVISADA.
           PERFORM VARYING WS-ENC-IDX FROM 1 BY 1
                   UNTIL WS-ENC-IDX > WS-ENC-NUM
               IF WS-EN-COD-IDENT (WS-ENC-IDX) EQUAL COD-IDENT
                AND WS-EN-ESTADO (WS-ENC-IDX) EQUAL 'A'
                AND WS-EN-ENTREGUE (WS-ENC-IDX)
                    < WS-EN-QUANT (WS-ENC-IDX)
                AND WS-EN-NUMERO (WS-ENC-IDX) NOT EQUAL WS-ENC-AVISADA
                   MOVE WS-EN-NUMERO (WS-ENC-IDX) TO WS-ENC-AVISADA
                   PERFORM VERIFICAR-ENCOMENDA-PRONTA
                   IF WS-ENC-PRONTA EQUAL 1
                       DISPLAY 'ENCOMENDA ESCOLAR '
                               WS-EN-NUMERO (WS-ENC-IDX)
                               ' PRONTA A LEVANTAR - AVISAR '
                               WS-EN-ALUNO (WS-ENC-IDX) ' ('
                               WS-EN-CONTACTO (WS-ENC-IDX) ')'
                   ELSE
                       DISPLAY 'ENCOMENDA ESCOLAR '
                               WS-EN-NUMERO (WS-ENC-IDX)
                               ' (' WS-EN-ALUNO (WS-ENC-IDX)
                               ') AGUARDA ESTE MANUAL E OUTROS'
                   END-IF
               END-IF
           END-PERFORM.

       VERIFICAR-ENCOMENDA-PRONTA.
           MOVE 1 TO WS-ENC-PRONTA.
           PERFORM VARYING WS-ENC-IDX2 FROM 1 BY 1
                   UNTIL WS-ENC-IDX2 > WS-ENC-NUM
               IF WS-EN-NUMERO (WS-ENC-IDX2) EQUAL WS-ENC-AVISADA
                AND WS-EN-ENTREGUE (WS-ENC-IDX2)
                    < WS-EN-QUANT (WS-ENC-IDX2)
                   MOVE WS-EN-COD-IDENT (WS-ENC-IDX2)
                       TO WS-ENC-PROCURA-COD
                   PERFORM OBTER-ESTOQUE-TITULO
                   IF WS-ENC-EST-QUANT < WS-EN-QUANT (WS-ENC-IDX2)
                                       - WS-EN-ENTREGUE (WS-ENC-IDX2)
                       MOVE 0 TO WS-ENC-PRONTA
                   END-IF
               END-IF
           END-PERFORM.

       OBTER-ESTOQUE-TITULO.
           MOVE ZEROS TO WS-ENC-EST-QUANT.
           SET WS-ENDOFFILEESTOQUE TO 0.
           OPEN INPUT LIVROSESTOQUE.
           IF WS-FS-LIVROSESTOQUE EQUAL "00"
               PERFORM UNTIL WS-ENDOFFILEESTOQUE EQUAL 1
                   READ LIVROSESTOQUE
                   AT END
                       MOVE 1 TO WS-ENDOFFILEESTOQUE
                   NOT AT END
                       IF EST-COD-IDENT EQUAL WS-ENC-PROCURA-COD
                           MOVE EST-QUANT TO WS-ENC-EST-QUANT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE LIVROSESTOQUE
           END-IF.

      *-----------------------
      * editoras: acerto mensal e livros em consignacao
      *-----------------------
       MENU-EDITORAS.
           DISPLAY '-------//EDITORAS E CONSIGNACAO//-------'.
           DISPLAY ' 1 - ACERTO POR EDITORA'.
           DISPLAY ' 2 - PRAZOS DE CONSIGNACAO DO MES'.
           DISPLAY ' 3 - DEVOLUCAO A EDITORA'.
           ACCEPT OPCAO-EDITORAS.

           EVALUATE OPCAO-EDITORAS
               WHEN 1
                   PERFORM RELATORIO-EDITORAS
               WHEN 2
                   PERFORM LISTAR-PRAZOS-CONSIGNACAO
               WHEN 3
                   PERFORM DEVOLUCAO-EDITORA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
           GO TO INICIO.

      *-----------------------
      * acerto mensal com as editoras: ordena por editora e totaliza,
      * para o mes pedido, unidades vendidas, unidades devolvidas,
           MOVE SPACES TO WS-EDITO-ANTERIOR
           MOVE ZEROS TO WS-ED-UNID-VENDIDAS WS-ED-UNID-DEVOLVIDAS
           MOVE ZEROS TO WS-ED-VALOR-BRUTO WS-ED-DESCONTO
           MOVE ZEROS TO WS-ED-LIQUIDO WS-ED-UNID-DEV-EDITORA
           PERFORM CARREGAR-CONSIGNACOES
           MOVE ZEROS TO WS-TAB-CSG-MARCAS
           SET WS-ENDOFFILELIVROSOUT TO 0
           OPEN INPUT LIVROSOUT.

                   PERFORM ESCREVER-TOTAL-EDITORA
               END-IF

      *        editoras sem movimentos no mes mas com livros
      *        consignados ainda em posse da livraria
               MOVE 1 TO WS-CSG-ESCOLHIDO
               PERFORM UNTIL WS-CSG-ESCOLHIDO EQUAL 0
                   MOVE 0 TO WS-CSG-ESCOLHIDO
                   PERFORM VARYING WS-CSG-IDX FROM 1 BY 1
                           UNTIL WS-CSG-IDX > WS-CSG-NUM
                              OR WS-CSG-ESCOLHIDO NOT EQUAL 0
                       COMPUTE WS-CSG-EM-POSSE =
                           WS-CSG-RECEBIDA (WS-CSG-IDX)
                         - WS-CSG-VENDIDA (WS-CSG-IDX)
                         - WS-CSG-DEVOLVIDA (WS-CSG-IDX)
                       IF WS-CSG-MARCA (WS-CSG-IDX) EQUAL 0
                        AND WS-CSG-EM-POSSE > 0
                           MOVE WS-CSG-IDX TO WS-CSG-ESCOLHIDO
                       END-IF
                   END-PERFORM
                   IF WS-CSG-ESCOLHIDO NOT EQUAL 0
                       MOVE WS-CSG-EDITO (WS-CSG-ESCOLHIDO)
                           TO WS-CSG-FILTRO-EDITO
                       DISPLAY 'EDITORA: ' WS-CSG-FILTRO-EDITO
                               ' (SEM MOVIMENTOS NO MES)'
                       PERFORM RESUMO-CONSIGNACAO-EDITORA
                       DISPLAY ' '
                   END-IF
               END-PERFORM

               CLOSE LIVROSOUT
           END-IF.

           COMPUTE WS-VALOR-FINAL =
               WS-LIVRO-TOTAL - WS-VALOR-TOTAL.

      *    a devolucao a editora nao e venda: so conta as unidades
           EVALUATE WS-LIVRO-TIPO
               WHEN 'R'
                   ADD WS-LIVRO-UNID TO WS-ED-UNID-DEV-EDITORA
               WHEN 'D'
                   ADD WS-LIVRO-UNID TO WS-ED-UNID-DEVOLVIDAS
                   SUBTRACT WS-LIVRO-UNID FROM WS-ED-UNID-VENDIDAS
                   SUBTRACT WS-LIVRO-TOTAL FROM WS-ED-VALOR-BRUTO
                   SUBTRACT WS-VALOR-TOTAL FROM WS-ED-DESCONTO
                   SUBTRACT WS-VALOR-FINAL FROM WS-ED-LIQUIDO
               WHEN OTHER
                   ADD WS-LIVRO-UNID TO WS-ED-UNID-VENDIDAS
                   ADD WS-LIVRO-TOTAL TO WS-ED-VALOR-BRUTO
                   ADD WS-VALOR-TOTAL TO WS-ED-DESCONTO
                   ADD WS-VALOR-FINAL TO WS-ED-LIQUIDO
           END-EVALUATE.

       ESCREVER-TOTAL-EDITORA.
           DISPLAY 'EDITORA: ' WS-EDITO-ANTERIOR.
           DISPLAY '  VALOR BRUTO.........: ' WS-ED-VALOR-BRUTO.
           DISPLAY '  DESCONTO DADO.......: ' WS-ED-DESCONTO.
           DISPLAY '  LIQUIDO A PAGAR.....: ' WS-ED-LIQUIDO.
           DISPLAY '  DEVOLVIDAS A EDITORA: ' WS-ED-UNID-DEV-EDITORA.
           MOVE WS-EDITO-ANTERIOR TO WS-CSG-FILTRO-EDITO.
           PERFORM RESUMO-CONSIGNACAO-EDITORA.
           DISPLAY ' '.
           MOVE ZEROS TO WS-ED-UNID-VENDIDAS WS-ED-UNID-DEVOLVIDAS.
           MOVE ZEROS TO WS-ED-VALOR-BRUTO WS-ED-DESCONTO.
           MOVE ZEROS TO WS-ED-LIQUIDO WS-ED-UNID-DEV-EDITORA.

      *-----------------------
      * situacao acumulada dos livros consignados da editora em
      * WS-CSG-FILTRO-EDITO: recebidos, vendidos, devolvidos e ainda
      * em posse; marca os lotes ja mostrados no acerto
      *-----------------------
       RESUMO-CONSIGNACAO-EDITORA.
           MOVE ZEROS TO WS-CSG-LOTES WS-CSG-TOT-RECEBIDA
                         WS-CSG-TOT-VENDIDA WS-CSG-TOT-DEVOLVIDA
                         WS-CSG-TOT-POSSE.
           PERFORM VARYING WS-CSG-IDX FROM 1 BY 1
                   UNTIL WS-CSG-IDX > WS-CSG-NUM
               IF WS-CSG-EDITO (WS-CSG-IDX) EQUAL WS-CSG-FILTRO-EDITO
                   MOVE 1 TO WS-CSG-MARCA (WS-CSG-IDX)
                   ADD 1 TO WS-CSG-LOTES
                   ADD WS-CSG-RECEBIDA (WS-CSG-IDX)
                       TO WS-CSG-TOT-RECEBIDA
                   ADD WS-CSG-VENDIDA (WS-CSG-IDX)
                       TO WS-CSG-TOT-VENDIDA
                   ADD WS-CSG-DEVOLVIDA (WS-CSG-IDX)
                       TO WS-CSG-TOT-DEVOLVIDA
               END-IF
           END-PERFORM.
           IF WS-CSG-LOTES > 0
               COMPUTE WS-CSG-TOT-POSSE = WS-CSG-TOT-RECEBIDA
                   - WS-CSG-TOT-VENDIDA - WS-CSG-TOT-DEVOLVIDA
               DISPLAY '  CONSIGNACAO (' WS-CSG-LOTES ' LOTES):'
               DISPLAY '    RECEBIDAS.........: ' WS-CSG-TOT-RECEBIDA
               DISPLAY '    VENDIDAS..........: ' WS-CSG-TOT-VENDIDA
               DISPLAY '    DEVOLVIDAS........: ' WS-CSG-TOT-DEVOLVIDA
               DISPLAY '    EM POSSE..........: ' WS-CSG-TOT-POSSE
           END-IF.

      *-----------------------
      * lotes de consignacao: carregar e regravar o ficheiro inteiro
      *-----------------------
       CARREGAR-CONSIGNACOES.
           MOVE ZEROS TO WS-CSG-NUM.
           MOVE SPACES TO WS-ENDOFCSG.
           OPEN INPUT CONSIGNACOES.
           IF WS-FS-CONSIGNACOES EQUAL "35"
      *        ainda nao houve nenhuma entrada em consignacao
               CONTINUE
           ELSE
           IF WS-FS-CONSIGNACOES NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR CONSIGNACOES - FILE STATUS: '
                       WS-FS-CONSIGNACOES
               MOVE WS-FS-CONSIGNACOES TO WS-FS-ATUAL
               PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
           ELSE
               PERFORM UNTIL WS-ENDOFCSG = 'F'
                   READ CONSIGNACOES
                   AT END MOVE 'F' TO WS-ENDOFCSG
                   NOT AT END
                       IF WS-CSG-NUM < 500
                           ADD 1 TO WS-CSG-NUM
                           MOVE CONSIGNACAO-REG
                               TO WS-TAB-CSG-ENTRY (WS-CSG-NUM)
                       ELSE
                           DISPLAY ' AVISO: MAIS DE 500 LOTES DE '
                                   'CONSIGNACAO - LOTE IGNORADO'
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CONSIGNACOES
           END-IF
           END-IF.
           MOVE SPACES TO WS-ENDOFCSG.

       GRAVAR-CONSIGNACOES.
           OPEN OUTPUT CONSIGNACOES.
           IF WS-FS-CONSIGNACOES NOT EQUAL "00"
               DISPLAY ' ERRO A GRAVAR CONSIGNACOES - FILE STATUS: '
                       WS-FS-CONSIGNACOES
               MOVE WS-FS-CONSIGNACOES TO WS-FS-ATUAL
               PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
           ELSE
               PERFORM VARYING WS-CSG-IDX FROM 1 BY 1
                       UNTIL WS-CSG-IDX > WS-CSG-NUM
                   MOVE WS-TAB-CSG-ENTRY (WS-CSG-IDX)
                       TO CONSIGNACAO-REG
                   WRITE CONSIGNACAO-REG
               END-PERFORM
               CLOSE CONSIGNACOES
           END-IF.

      *-----------------------
      * reflete nos lotes de consignacao o movimento acabado de
      * registar: a entrada consignada abre um lote; a venda consome
      * primeiro os lotes com o prazo mais curto; a devolucao de um
      * cliente repoe as unidades no lote de prazo mais longo ainda
      * dentro do prazo
      *-----------------------
       ATUALIZAR-CONSIGNACAO.
           IF (LIVROS-TIPO EQUAL 'E' AND WS-CSG-REGIME EQUAL 'C')
            OR LIVROS-TIPO EQUAL 'V'
            OR LIVROS-TIPO EQUAL 'D'
               PERFORM CARREGAR-CONSIGNACOES
               MOVE 0 TO WS-CSG-ALTERADO
               MOVE COD-IDENT TO WS-CSG-COD
               MOVE SPACES TO WS-CSG-FILTRO-EDITO
               MOVE LIVROS-UNID TO WS-CSG-POR-ALOCAR
               EVALUATE LIVROS-TIPO
                   WHEN 'E'
                       IF WS-CSG-NUM < 500
                           ADD 1 TO WS-CSG-NUM
                           MOVE COD-IDENT
                               TO WS-CSG-COD-IDENT (WS-CSG-NUM)
                           MOVE LIVROS-EDITO
                               TO WS-CSG-EDITO (WS-CSG-NUM)
                           MOVE LIVROS-FORNECEDOR
                               TO WS-CSG-FORNECEDOR (WS-CSG-NUM)
                           MOVE LIVROS-GUIA
                               TO WS-CSG-GUIA (WS-CSG-NUM)
                           MOVE LIVROS-DATA
                               TO WS-CSG-DATA-ENTRADA (WS-CSG-NUM)
                           MOVE WS-CSG-PRAZO
                               TO WS-CSG-PRAZO-LOTE (WS-CSG-NUM)
                           MOVE LIVROS-UNID
                               TO WS-CSG-RECEBIDA (WS-CSG-NUM)
                           MOVE ZEROS TO WS-CSG-VENDIDA (WS-CSG-NUM)
                                         WS-CSG-DEVOLVIDA (WS-CSG-NUM)
                           MOVE 1 TO WS-CSG-ALTERADO
                           DISPLAY 'LOTE EM CONSIGNACAO - DEVOLVER '
                                   'ATE ' WS-CSG-PRAZO
                       ELSE
                           DISPLAY ' AVISO: TABELA DE CONSIGNACOES '
                                   'CHEIA - LOTE NAO REGISTADO'
                       END-IF
                   WHEN 'V'
                       PERFORM ESCOLHER-LOTE-EM-POSSE
                       PERFORM UNTIL WS-CSG-POR-ALOCAR EQUAL 0
                                  OR WS-CSG-ESCOLHIDO EQUAL 0
                           COMPUTE WS-CSG-PARTE =
                               WS-CSG-RECEBIDA (WS-CSG-ESCOLHIDO)
                             - WS-CSG-VENDIDA (WS-CSG-ESCOLHIDO)
                             - WS-CSG-DEVOLVIDA (WS-CSG-ESCOLHIDO)
                           IF WS-CSG-PARTE > WS-CSG-POR-ALOCAR
                               MOVE WS-CSG-POR-ALOCAR TO WS-CSG-PARTE
                           END-IF
                           ADD WS-CSG-PARTE
                               TO WS-CSG-VENDIDA (WS-CSG-ESCOLHIDO)
                           SUBTRACT WS-CSG-PARTE FROM WS-CSG-POR-ALOCAR
                           MOVE 1 TO WS-CSG-ALTERADO
                           PERFORM ESCOLHER-LOTE-EM-POSSE
                       END-PERFORM
                   WHEN 'D'
                       PERFORM ESCOLHER-LOTE-VENDIDO
                       PERFORM UNTIL WS-CSG-POR-ALOCAR EQUAL 0
                                  OR WS-CSG-ESCOLHIDO EQUAL 0
                           MOVE WS-CSG-VENDIDA (WS-CSG-ESCOLHIDO)
                               TO WS-CSG-PARTE
                           IF WS-CSG-PARTE > WS-CSG-POR-ALOCAR
                               MOVE WS-CSG-POR-ALOCAR TO WS-CSG-PARTE
                           END-IF
                           SUBTRACT WS-CSG-PARTE
                               FROM WS-CSG-VENDIDA (WS-CSG-ESCOLHIDO)
                           SUBTRACT WS-CSG-PARTE FROM WS-CSG-POR-ALOCAR
                           MOVE 1 TO WS-CSG-ALTERADO
                           PERFORM ESCOLHER-LOTE-VENDIDO
                       END-PERFORM
               END-EVALUATE
               IF WS-CSG-ALTERADO EQUAL 1
                   PERFORM GRAVAR-CONSIGNACOES
               END-IF
           END-IF.

      *-----------------------
      * lote do titulo WS-CSG-COD (e da editora WS-CSG-FILTRO-EDITO,
      * se preenchida) ainda com unidades em posse e com o prazo de
      * devolucao mais curto; WS-CSG-ESCOLHIDO a zero se nao houver
      *-----------------------
       ESCOLHER-LOTE-EM-POSSE.
           MOVE 0 TO WS-CSG-ESCOLHIDO.
           MOVE 99999999 TO WS-CSG-MELHOR-PRAZO.
           PERFORM VARYING WS-CSG-IDX FROM 1 BY 1
                   UNTIL WS-CSG-IDX > WS-CSG-NUM
               COMPUTE WS-CSG-EM-POSSE =
                   WS-CSG-RECEBIDA (WS-CSG-IDX)
                 - WS-CSG-VENDIDA (WS-CSG-IDX)
                 - WS-CSG-DEVOLVIDA (WS-CSG-IDX)
               IF WS-CSG-COD-IDENT (WS-CSG-IDX) EQUAL WS-CSG-COD
                AND WS-CSG-EM-POSSE > 0
                AND (WS-CSG-FILTRO-EDITO EQUAL SPACES
                  OR WS-CSG-EDITO (WS-CSG-IDX)
                     EQUAL WS-CSG-FILTRO-EDITO)
                AND WS-CSG-PRAZO-LOTE (WS-CSG-IDX) < WS-CSG-MELHOR-PRAZO
                   MOVE WS-CSG-IDX TO WS-CSG-ESCOLHIDO
                   MOVE WS-CSG-PRAZO-LOTE (WS-CSG-IDX)
                       TO WS-CSG-MELHOR-PRAZO
               END-IF
           END-PERFORM.

      *-----------------------
      * lote do titulo WS-CSG-COD com unidades vendidas e o prazo de
      * devolucao mais longo, desde que ainda nao ultrapassado
      *-----------------------
       ESCOLHER-LOTE-VENDIDO.
           MOVE 0 TO WS-CSG-ESCOLHIDO.
           MOVE ZEROS TO WS-CSG-MELHOR-PRAZO.
           PERFORM VARYING WS-CSG-IDX FROM 1 BY 1
                   UNTIL WS-CSG-IDX > WS-CSG-NUM
               IF WS-CSG-COD-IDENT (WS-CSG-IDX) EQUAL WS-CSG-COD
                AND WS-CSG-VENDIDA (WS-CSG-IDX) > 0
                AND WS-CSG-PRAZO-LOTE (WS-CSG-IDX)
                    NOT < WS-DATA-PROCESSAMENTO
                AND WS-CSG-PRAZO-LOTE (WS-CSG-IDX) > WS-CSG-MELHOR-PRAZO
                   MOVE WS-CSG-IDX TO WS-CSG-ESCOLHIDO
                   MOVE WS-CSG-PRAZO-LOTE (WS-CSG-IDX)
                       TO WS-CSG-MELHOR-PRAZO
               END-IF
           END-PERFORM.

      *-----------------------
      * titulos consignados cujo prazo de devolucao termina ate ao
      * fim do mes pedido, por ordem de prazo, com as unidades ainda
      * por vender - base para preparar as devolucoes do mes
      *-----------------------
       LISTAR-PRAZOS-CONSIGNACAO.
           DISPLAY '-------//PRAZOS DE CONSIGNACAO//-------'.
           DISPLAY 'PRAZOS ATE AO FIM DO MES (AAAAMM): '.
           ACCEPT WS-CSG-ANOMES.
           COMPUTE WS-CSG-LIMITE = WS-CSG-ANOMES * 100 + 99.

           PERFORM OBTER-DATA-PROCESSAMENTO.
           PERFORM CARREGAR-CONSIGNACOES.
           MOVE ZEROS TO WS-TAB-CSG-MARCAS.
           MOVE ZEROS TO WS-CSG-LISTADOS WS-CSG-TOT-POSSE.

           MOVE 'CONSIGPRAZ.' TO WS-SPOOL-NOME.
           PERFORM ABRIR-SPOOL.
           MOVE SPACES TO WS-SPOOL-LINHA.
           STRING 'PRAZOS DE CONSIGNACAO ATE ' WS-CSG-ANOMES
                  ' - DATA ' WS-DATA-PROCESSAMENTO
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           END-STRING.
           DISPLAY WS-SPOOL-LINHA.
           PERFORM ESCREVER-SPOOL.
           MOVE 'PRAZO'   TO WS-SPOOL-LINHA (1:8).
           MOVE 'LIVRO'   TO WS-SPOOL-LINHA (10:5).
           MOVE 'TITULO'  TO WS-SPOOL-LINHA (16:30).
           MOVE 'EDITORA' TO WS-SPOOL-LINHA (47:20).
           MOVE 'GUIA'    TO WS-SPOOL-LINHA (68:10).
           MOVE 'POSSE'   TO WS-SPOOL-LINHA (79:5).
           MOVE 'VENDI'   TO WS-SPOOL-LINHA (85:5).
           DISPLAY WS-SPOOL-LINHA.
           PERFORM ESCREVER-SPOOL.

           MOVE 1 TO WS-CSG-ESCOLHIDO.
           PERFORM UNTIL WS-CSG-ESCOLHIDO EQUAL 0
               MOVE 0 TO WS-CSG-ESCOLHIDO
               MOVE 99999999 TO WS-CSG-MELHOR-PRAZO
               PERFORM VARYING WS-CSG-IDX FROM 1 BY 1
                       UNTIL WS-CSG-IDX > WS-CSG-NUM
                   COMPUTE WS-CSG-EM-POSSE =
                       WS-CSG-RECEBIDA (WS-CSG-IDX)
                     - WS-CSG-VENDIDA (WS-CSG-IDX)
                     - WS-CSG-DEVOLVIDA (WS-CSG-IDX)
                   IF WS-CSG-MARCA (WS-CSG-IDX) EQUAL 0
                    AND WS-CSG-EM-POSSE > 0
                    AND WS-CSG-PRAZO-LOTE (WS-CSG-IDX)
                        NOT > WS-CSG-LIMITE
                    AND WS-CSG-PRAZO-LOTE (WS-CSG-IDX)
                        < WS-CSG-MELHOR-PRAZO
                       MOVE WS-CSG-IDX TO WS-CSG-ESCOLHIDO
                       MOVE WS-CSG-PRAZO-LOTE (WS-CSG-IDX)
                           TO WS-CSG-MELHOR-PRAZO
                   END-IF
               END-PERFORM
               IF WS-CSG-ESCOLHIDO NOT EQUAL 0
                   PERFORM LISTAR-LOTE-CONSIGNACAO
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-SPOOL-LINHA.
           STRING 'TITULOS A DEVOLVER: ' WS-CSG-LISTADOS
                  '  UNIDADES EM POSSE: ' WS-CSG-TOT-POSSE
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           END-STRING.
           DISPLAY WS-SPOOL-LINHA.
           PERFORM ESCREVER-SPOOL.
           PERFORM FECHAR-SPOOL.
           GO TO INICIO.

       LISTAR-LOTE-CONSIGNACAO.
           MOVE 1 TO WS-CSG-MARCA (WS-CSG-ESCOLHIDO).
           ADD 1 TO WS-CSG-LISTADOS.
           COMPUTE WS-CSG-EM-POSSE =
               WS-CSG-RECEBIDA (WS-CSG-ESCOLHIDO)
             - WS-CSG-VENDIDA (WS-CSG-ESCOLHIDO)
             - WS-CSG-DEVOLVIDA (WS-CSG-ESCOLHIDO).
           ADD WS-CSG-EM-POSSE TO WS-CSG-TOT-POSSE.
           MOVE WS-CSG-COD-IDENT (WS-CSG-ESCOLHIDO) TO WS-CAT-PROCURA.
           PERFORM 6000-VALIDAR-CATALOGO.
           MOVE WS-CSG-PRAZO-LOTE (WS-CSG-ESCOLHIDO) TO WS-LC-PRAZO.
           MOVE WS-CSG-COD-IDENT (WS-CSG-ESCOLHIDO) TO WS-LC-COD-IDENT.
           MOVE WS-CAT-TITULO TO WS-LC-TITULO.
           MOVE WS-CSG-EDITO (WS-CSG-ESCOLHIDO) TO WS-LC-EDITO.
           MOVE WS-CSG-GUIA (WS-CSG-ESCOLHIDO) TO WS-LC-GUIA.
           MOVE WS-CSG-EM-POSSE TO WS-LC-EM-POSSE.
           MOVE WS-CSG-VENDIDA (WS-CSG-ESCOLHIDO) TO WS-LC-VENDIDA.
           IF WS-CSG-PRAZO-LOTE (WS-CSG-ESCOLHIDO)
               < WS-DATA-PROCESSAMENTO
               MOVE '*PRAZO ULTRAPASSADO*' TO WS-LC-MARCA
           ELSE
               MOVE SPACES TO WS-LC-MARCA
           END-IF.
           MOVE WS-LINHA-CONSIGNACAO TO WS-SPOOL-LINHA.
           DISPLAY WS-SPOOL-LINHA.
           PERFORM ESCREVER-SPOOL.

      *-----------------------
      * devolucao a editora dos livros consignados: cada titulo
      * devolvido sai do estoque com um movimento 'R' e abate ao lote
      * de prazo mais curto; no fim sai a nota de devolucao para
      * acompanhar os livros
      *-----------------------
       DEVOLUCAO-EDITORA.
           DISPLAY '-------//DEVOLUCAO A EDITORA//-------'.
           PERFORM OBTER-DATA-PROCESSAMENTO.
           MOVE WS-DATA-PROCESSAMENTO (1:6) TO WS-PER-ANOMES.
           PERFORM VERIFICAR-PERIODO-FECHADO.
           IF WS-PERIODO-FECHADO EQUAL 1
               DISPLAY '*** O PERIODO ' WS-PER-ANOMES ' JA FOI FECHADO '
                   '- DEVOLUCAO RECUSADA ***'
               GO TO INICIO
           END-IF.

           DISPLAY 'EDITORA: '.
           ACCEPT WS-DEV-EDITO.
           PERFORM CARREGAR-CONSIGNACOES.
           MOVE ZEROS TO WS-CSG-LISTADOS.
           PERFORM VARYING WS-CSG-IDX FROM 1 BY 1
                   UNTIL WS-CSG-IDX > WS-CSG-NUM
               COMPUTE WS-CSG-EM-POSSE =
                   WS-CSG-RECEBIDA (WS-CSG-IDX)
                 - WS-CSG-VENDIDA (WS-CSG-IDX)
                 - WS-CSG-DEVOLVIDA (WS-CSG-IDX)
               IF WS-CSG-EDITO (WS-CSG-IDX) EQUAL WS-DEV-EDITO
                AND WS-CSG-EM-POSSE > 0
                   ADD 1 TO WS-CSG-LISTADOS
                   DISPLAY 'LIVRO: ' WS-CSG-COD-IDENT (WS-CSG-IDX)
                           ' GUIA: ' WS-CSG-GUIA (WS-CSG-IDX)
                           ' PRAZO: ' WS-CSG-PRAZO-LOTE (WS-CSG-IDX)
                           ' EM POSSE: ' WS-CSG-EM-POSSE
               END-IF
           END-PERFORM.
           IF WS-CSG-LISTADOS EQUAL 0
               DISPLAY 'SEM LIVROS CONSIGNADOS EM POSSE DA EDITORA '
                       WS-DEV-EDITO
               GO TO INICIO
           END-IF.

           ACCEPT WS-DEV-HORA FROM TIME.
           MOVE SPACES TO WS-DEV-NOTA.
           STRING WS-DATA-PROCESSAMENTO (3:6) WS-DEV-HORA (1:4)
               DELIMITED BY SIZE INTO WS-DEV-NOTA
           END-STRING.
           MOVE ZEROS TO WS-ND-NUM WS-DEV-TOTAL.

           SET WS-FS TO 0.
           OPEN EXTEND LIVROS.
           IF WS-FS EQUAL 35 THEN
               OPEN OUTPUT LIVROS
           END-IF.
           IF WS-FS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE LIVROS'
               DISPLAY 'FILE STATUS: ' WS-FS
               MOVE WS-FS TO WS-FS-ATUAL
               PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
               GO TO INICIO
           END-IF.

           DISPLAY 'NUMERO IDENTIFICACAO (0 TERMINA): '.
           ACCEPT WS-CSG-COD.
           PERFORM UNTIL WS-CSG-COD EQUAL 0
               PERFORM DEVOLVER-TITULO-EDITORA
               DISPLAY 'NUMERO IDENTIFICACAO (0 TERMINA): '
               ACCEPT WS-CSG-COD
           END-PERFORM.
           CLOSE LIVROS.

           IF WS-ND-NUM > 0
               PERFORM IMPRIMIR-NOTA-DEVOLUCAO
           ELSE
               DISPLAY 'NENHUM LIVRO DEVOLVIDO'
           END-IF.
           GO TO INICIO.

       DEVOLVER-TITULO-EDITORA.
           MOVE WS-DEV-EDITO TO WS-CSG-FILTRO-EDITO.
           MOVE ZEROS TO WS-CSG-TOT-POSSE.
           PERFORM VARYING WS-CSG-IDX FROM 1 BY 1
                   UNTIL WS-CSG-IDX > WS-CSG-NUM
               COMPUTE WS-CSG-EM-POSSE =
                   WS-CSG-RECEBIDA (WS-CSG-IDX)
                 - WS-CSG-VENDIDA (WS-CSG-IDX)
                 - WS-CSG-DEVOLVIDA (WS-CSG-IDX)
               IF WS-CSG-COD-IDENT (WS-CSG-IDX) EQUAL WS-CSG-COD
                AND WS-CSG-EDITO (WS-CSG-IDX) EQUAL WS-DEV-EDITO
                AND WS-CSG-EM-POSSE > 0
                   ADD WS-CSG-EM-POSSE TO WS-CSG-TOT-POSSE
               END-IF
           END-PERFORM.

           IF WS-CSG-TOT-POSSE EQUAL 0
               DISPLAY '*** LIVRO ' WS-CSG-COD ' SEM UNIDADES '
                       'CONSIGNADAS DA EDITORA ' WS-DEV-EDITO ' ***'
           ELSE
               DISPLAY 'EM POSSE: ' WS-CSG-TOT-POSSE
               DISPLAY 'QUANTIDADE A DEVOLVER: '
               ACCEPT WS-DEV-QUANT
               PERFORM UNTIL WS-DEV-QUANT > 0
                         AND WS-DEV-QUANT NOT > WS-CSG-TOT-POSSE
                   DISPLAY 'QUANTIDADE INVALIDA - ENTRE 1 E '
                           WS-CSG-TOT-POSSE
                   DISPLAY 'QUANTIDADE A DEVOLVER: '
                   ACCEPT WS-DEV-QUANT
               END-PERFORM

               MOVE WS-CSG-COD TO WS-CAT-PROCURA
               PERFORM 6000-VALIDAR-CATALOGO
               MOVE WS-DATA-PROCESSAMENTO TO LIVROS-DATA
               MOVE WS-CSG-COD       TO COD-IDENT
               MOVE WS-CAT-TITULO    TO LIVROS-TITULO
               MOVE WS-CAT-AUTOR     TO LIVROS-AUTOR
               MOVE WS-CAT-EDITO     TO LIVROS-EDITO
               MOVE WS-CAT-PREFIXO   TO COD-PREFIXO
               MOVE WS-CAT-COD-PAIS  TO COD-PAIS
               MOVE WS-CAT-COD-EDITO TO COD-EDITO
               MOVE WS-CAT-COD-LIVRO TO COD-LIVRO
               MOVE WS-CAT-CATEGORIA TO LIVROS-CATEGORIA
               MOVE 'R'              TO LIVROS-TIPO
               EVALUATE LIVROS-CATEGORIA
                   WHEN 'L'
                       MOVE 6 TO LIVROS-IVA
                   WHEN 'E'
                       MOVE 0 TO LIVROS-IVA
                   WHEN 'D'
                       MOVE 23 TO LIVROS-IVA
               END-EVALUATE
               MOVE WS-DEV-QUANT     TO LIVROS-UNID
               MOVE WS-CAT-VALOR     TO LIVROS-VALOR
               MOVE ZEROS            TO LIVROS-DESC
               MOVE ZEROS TO LIVRO-TOTAL VALOR-TOTAL VALOR-FINAL
               MOVE 'DEVOLUCAO A EDITORA - CONSIGNACAO' TO LIVROS-OBS
               MOVE WS-DEV-EDITO     TO LIVROS-FORNECEDOR
               MOVE WS-DEV-NOTA      TO LIVROS-GUIA
               PERFORM 9000-CALCULAR-DIGITO-CONTROLO
               MOVE WS-CHAR-CONTROLO TO COD-CONTRO

               PERFORM 8000-ATUALIZAR-ESTOQUE

               IF WS-ESTOQUE-OK EQUAL 1
                   WRITE LIVROS-REG
                   IF WS-FS NOT EQUAL ZEROS
                       DISPLAY 'NAO FOI POSSIVEL REGISTAR A DEVOLUCAO'
                       DISPLAY 'FILE STATUS: ' WS-FS
                       MOVE WS-FS TO WS-FS-ATUAL
                       PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
                   ELSE
                       PERFORM ESCREVER-AUDITORIA
                       PERFORM ABATER-LOTES-DEVOLVIDOS
                       PERFORM GRAVAR-CONSIGNACOES
                       ADD WS-DEV-QUANT TO WS-DEV-TOTAL
                       DISPLAY 'DEVOLUCAO REGISTADA'
                   END-IF
               END-IF
           END-IF.

      *    a quantidade devolvida abate aos lotes da editora pela
      *    ordem do prazo; cada lote tocado da uma linha na nota
       ABATER-LOTES-DEVOLVIDOS.
           MOVE WS-DEV-QUANT TO WS-CSG-POR-ALOCAR.
           MOVE WS-CAT-TITULO TO WS-CSG-TITULO.
           PERFORM ESCOLHER-LOTE-EM-POSSE.
           PERFORM UNTIL WS-CSG-POR-ALOCAR EQUAL 0
                      OR WS-CSG-ESCOLHIDO EQUAL 0
               COMPUTE WS-CSG-PARTE =
                   WS-CSG-RECEBIDA (WS-CSG-ESCOLHIDO)
                 - WS-CSG-VENDIDA (WS-CSG-ESCOLHIDO)
                 - WS-CSG-DEVOLVIDA (WS-CSG-ESCOLHIDO)
               IF WS-CSG-PARTE > WS-CSG-POR-ALOCAR
                   MOVE WS-CSG-POR-ALOCAR TO WS-CSG-PARTE
               END-IF
               ADD WS-CSG-PARTE TO WS-CSG-DEVOLVIDA (WS-CSG-ESCOLHIDO)
               SUBTRACT WS-CSG-PARTE FROM WS-CSG-POR-ALOCAR
               IF WS-ND-NUM < 100
                   ADD 1 TO WS-ND-NUM
                   MOVE WS-CSG-COD TO WS-ND-COD-IDENT (WS-ND-NUM)
                   MOVE WS-CSG-TITULO TO WS-ND-TITULO (WS-ND-NUM)
                   MOVE WS-CSG-GUIA (WS-CSG-ESCOLHIDO)
                       TO WS-ND-GUIA (WS-ND-NUM)
                   MOVE WS-CSG-PARTE TO WS-ND-QUANT (WS-ND-NUM)
               END-IF
               PERFORM ESCOLHER-LOTE-EM-POSSE
           END-PERFORM.

       IMPRIMIR-NOTA-DEVOLUCAO.
           MOVE SPACES TO WS-SPOOL-NOME.
           STRING 'NOTADEV' WS-DEV-NOTA '.'
               DELIMITED BY SIZE INTO WS-SPOOL-NOME
           END-STRING.
           PERFORM ABRIR-SPOOL.
           MOVE SPACES TO WS-SPOOL-LINHA.
           STRING 'NOTA DE DEVOLUCAO A EDITORA N. ' WS-DEV-NOTA
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           END-STRING.
           DISPLAY WS-SPOOL-LINHA.
           PERFORM ESCREVER-SPOOL.
           STRING 'EDITORA: ' WS-DEV-EDITO
                  '  DATA: ' WS-DATA-PROCESSAMENTO
                  '  OPERADOR: ' WS-OPERADOR
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           END-STRING.
           DISPLAY WS-SPOOL-LINHA.
           PERFORM ESCREVER-SPOOL.
           MOVE 'LIVRO'      TO WS-SPOOL-LINHA (1:5).
           MOVE 'TITULO'     TO WS-SPOOL-LINHA (7:40).
           MOVE 'GUIA ORIG.' TO WS-SPOOL-LINHA (48:10).
           MOVE 'QUANT'      TO WS-SPOOL-LINHA (59:5).
           DISPLAY WS-SPOOL-LINHA.
           PERFORM ESCREVER-SPOOL.
           PERFORM VARYING WS-ND-IDX FROM 1 BY 1
                   UNTIL WS-ND-IDX > WS-ND-NUM
               MOVE WS-ND-COD-IDENT (WS-ND-IDX) TO WS-LN-COD-IDENT
               MOVE WS-ND-TITULO (WS-ND-IDX)    TO WS-LN-TITULO
               MOVE WS-ND-GUIA (WS-ND-IDX)      TO WS-LN-GUIA
               MOVE WS-ND-QUANT (WS-ND-IDX)     TO WS-LN-QUANT
               MOVE WS-LINHA-NOTA TO WS-SPOOL-LINHA
               DISPLAY WS-SPOOL-LINHA
               PERFORM ESCREVER-SPOOL
           END-PERFORM.
           STRING 'TOTAL DE UNIDADES DEVOLVIDAS: ' WS-DEV-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           END-STRING.
           DISPLAY WS-SPOOL-LINHA.
           PERFORM ESCREVER-SPOOL.
           PERFORM ESCREVER-SPOOL.
           MOVE 'RECEBIDO POR: ______________________  DATA: __________'
               TO WS-SPOOL-LINHA.
           DISPLAY WS-SPOOL-LINHA.
           PERFORM ESCREVER-SPOOL.
           PERFORM FECHAR-SPOOL.

      *-----------------------
      * cobertura de estoque: cruza o estoque atual com as unidades
                   NOT AT END
                       IF WS-LIVRO-DATA >= WS-COB-DATA-INICIO
                        AND WS-LIVRO-TIPO NOT EQUAL 'E'
                        AND WS-LIVRO-TIPO NOT EQUAL 'R'
                           PERFORM VARYING WS-COB-IDX FROM 1 BY 1
                               UNTIL WS-COB-IDX > WS-COB-NUM
                               IF WS-COB-IDENT (WS-COB-IDX)
       ABRIR-SPOOL.
           PERFORM OBTER-DATA-PROCESSAMENTO
           MOVE SPACES TO WS-PATH-SPOOL
           STRING WS-SPOOL-NOME DELIMITED BY SPACE
                  WS-DATA-PROCESSAMENTO DELIMITED BY SIZE
               INTO WS-PATH-SPOOL
           END-STRING
