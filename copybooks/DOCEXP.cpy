      *-----------------------
      * desenho partilhado do indice dos documentos a expedir pelo
      * correio: cada ficheiro de impressao (GASDOCS, CARTAS,
      * CARTASINSP, FATURADOC) tem ao lado o seu indice, com um
      * registo por documento e pela mesma ordem do ficheiro -
      * :PFX:-ORIGEM 'G' documento do gas (fatura/recibo), 'C' carta
      * de aviso de cobranca, 'I' carta de aviso de inspecao, 'F'
      * documento do FATURA_CLIENTE; o destinatario vem pelo NIF ou,
      * se este estiver a zeros, pelo numero de cliente do gas;
      * :PFX:-NUM-LINHAS a zeros quer dizer pagina delimitada pelas
      * linhas de '=' (uma pagina por documento do FATURADOC)
      * (produtores: CONSUMO-GAS, FATURA_CLIENTE; consumidor:
      * EXPEDICAO)
      *-----------------------
           01 :REC:.
               03 :PFX:-DATA              PIC 9(08).
               03 :PFX:-ORIGEM            PIC X(01).
               03 :PFX:-TIPO-DOC          PIC X(02).
               03 :PFX:-REFERENCIA        PIC X(12).
               03 :PFX:-NUM-CLIENTE       PIC 9(05).
               03 :PFX:-NIF               PIC 9(09).
               03 :PFX:-NUM-LINHAS        PIC 9(05).
