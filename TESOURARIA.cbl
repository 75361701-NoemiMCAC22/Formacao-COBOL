      *      recusa emitir uma segunda guia de deposito para a mesma
      *      data de negocio - um rerun mandava duas guias ao banco
      *      pelo mesmo numerario
      * Mod: 15/10/2026 - NC - desenho de VENDAS com o vendedor no
      *      fim da linha, como no GESTAO_VENDAS
      * Mod: 15/10/2026 - NC - devolucoes reembolsadas em numerario
      *      (linhas 'D') saem da gaveta, como no fecho de caixa
      ******************************************************************
        IDENTIFICATION DIVISION.
       PROGRAM-ID. TESOURARIA_DIA.
               03 PROMO-VENDA              PIC X(01).
               03 HORA-VENDA               PIC X(08).
               03 NUM-CARTAO               PIC 9(09).
               03 FUNC-ID                  PIC 9(05).

       FD FICH-PAGAMENTOS.
       COPY PAGTOS.
      *-----------------------
      * numerario do dia por loja, com a mesma valorizacao do fecho
      * de caixa: linhas 'N', com os resgates de pontos a abater e
      * as vendas de vales ('G') incluidas na gaveta; as devolucoes
      * ('D') reembolsadas em numerario saem dela
      *-----------------------
       SOMAR-NUMERARIO-LOJAS.
           MOVE SPACES TO WS-ENDOFF
                           WS-VALOR-LINHA +
                           (WS-VALOR-LINHA * IVA-ARTIGO / 100)
                       IF PROMO-VENDA EQUAL 'R'
                        OR PROMO-VENDA EQUAL 'D'
                           COMPUTE WS-VALOR-LINHA =
                               ZERO - WS-VALOR-LINHA
                       END-IF
