           01 FATURASVAL-REG              PIC X(44).

       FD VENDAS.
           01 VENDAS-IMG                  PIC X(112).
           01 VENDAS-DADOS REDEFINES VENDAS-IMG.
               03 DATA-VENDA               PIC 9(08).
               03 COD-LOJA                 PIC 9(02).
               03 PROMO-VENDA              PIC X(01).
               03 HORA-VENDA               PIC X(08).
               03 NUM-CARTAO               PIC 9(09).
               03 FUNC-ID                  PIC 9(05).

       FD VENDASVAL.
           01 VENDASVAL-REG               PIC X(112).

       FD LIVROS.
           01 LIVROS-IMG                  PIC X(299).
                   ELSE
                       ADD 1 TO WS-MAUS
                       MOVE SPACES TO WS-QUA-IMG
                       MOVE VENDAS-IMG TO WS-QUA-IMG (1:112)
                       PERFORM ESCREVER-QUARENTENA
                       MOVE VENDAS-IMG (1:112) TO REJ-REGISTO
                       PERFORM ESCREVER-REJEITADO
                   END-IF
               END-READ
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * LIVROS (VENDAS_LIBR): data plausivel, tipo V/D/E/R e categoria
      * L/E/D dentro do dominio, numericos numericos
      *-----------------------
       VALIDAR-LIVROS.
                    AND LIVROS-TIPO NOT EQUAL 'V'
                    AND LIVROS-TIPO NOT EQUAL 'D'
                    AND LIVROS-TIPO NOT EQUAL 'E'
                    AND LIVROS-TIPO NOT EQUAL 'R'
                       MOVE 0 TO WS-REG-VALIDO
                       MOVE 'ES' TO WS-MOTIVO
                   END-IF
                   IF WS-REG-VALIDO EQUAL 1
                    AND FM-ESTADO-PAGAMENTO NOT EQUAL 'A'
                    AND FM-ESTADO-PAGAMENTO NOT EQUAL 'P'
                    AND FM-ESTADO-PAGAMENTO NOT EQUAL 'I'
                       MOVE 0 TO WS-REG-VALIDO
                       MOVE 'ES' TO WS-MOTIVO
                   END-IF
                   IF WS-REG-VALIDO EQUAL 0
                       ADD 1 TO WS-MAUS
                       MOVE SPACES TO WS-QUA-IMG
                       MOVE FATURA-MES-REG TO WS-QUA-IMG (1:210)
                       PERFORM ESCREVER-QUARENTENA
                       MOVE FATURA-MES-REG (1:120) TO REJ-REGISTO
                       PERFORM ESCREVER-REJEITADO
