      *-----------------------
      * desenho do ficheiro de expedicao entregue a casa de
      * impressao e envelopagem (produtor: EXPEDICAO) - um
      * cabecalho 'H'; por envelope, um registo 'E' com o
      * destinatario e a morada, seguido, por documento, de um
      * registo 'I' de indice e das linhas 'L' a imprimir; no fim
      * o trailer 'T' com os totais de controlo (o total de
      * registos conta o cabecalho e o proprio trailer). Os
      * envelopes vem por ordem de codigo postal, para o desconto
      * postal, e o numero do envelope (data da expedicao e
      * sequencia) e o que o correio devolve com a correspondencia
      * nao entregue. EXP-E-ORIGEM-MORADA diz de que mestre veio a
      * morada: 'F' clientes da faturacao, 'G' clientes do gas
      *-----------------------
           01 EXPEDICAO-REG.
               03 EXP-TIPO-REG            PIC X(01).
               03 EXP-NUM-ENVELOPE        PIC X(14).
               03 EXP-DADOS               PIC X(135).
           01 EXP-CABECALHO REDEFINES EXPEDICAO-REG.
               03 FILLER                  PIC X(15).
               03 EXP-H-DATA              PIC 9(08).
               03 EXP-H-EMITENTE          PIC X(40).
               03 FILLER                  PIC X(87).
           01 EXP-ENVELOPE REDEFINES EXPEDICAO-REG.
               03 FILLER                  PIC X(15).
               03 EXP-E-NIF               PIC 9(09).
               03 EXP-E-NUM-CLIENTE       PIC 9(05).
               03 EXP-E-ORIGEM-MORADA     PIC X(01).
               03 EXP-E-NOME              PIC X(30).
               03 EXP-E-MORADA            PIC X(40).
               03 EXP-E-COD-POSTAL        PIC X(08).
               03 EXP-E-NUM-DOCS          PIC 9(03).
               03 EXP-E-NUM-LINHAS        PIC 9(05).
               03 FILLER                  PIC X(34).
           01 EXP-INDICE REDEFINES EXPEDICAO-REG.
               03 FILLER                  PIC X(15).
               03 EXP-I-SEQ-DOC           PIC 9(03).
               03 EXP-I-ORIGEM            PIC X(01).
               03 EXP-I-TIPO-DOC          PIC X(02).
               03 EXP-I-REFERENCIA        PIC X(12).
               03 EXP-I-DATA              PIC 9(08).
               03 EXP-I-NUM-LINHAS        PIC 9(05).
               03 FILLER                  PIC X(104).
           01 EXP-LINHA REDEFINES EXPEDICAO-REG.
               03 FILLER                  PIC X(15).
               03 EXP-L-SEQ-DOC           PIC 9(03).
               03 EXP-L-TEXTO             PIC X(80).
               03 FILLER                  PIC X(52).
           01 EXP-TRAILER REDEFINES EXPEDICAO-REG.
               03 FILLER                  PIC X(15).
               03 EXP-T-ENVELOPES         PIC 9(07).
               03 EXP-T-DOCUMENTOS        PIC 9(07).
               03 EXP-T-LINHAS            PIC 9(09).
               03 EXP-T-REGISTOS          PIC 9(09).
               03 FILLER                  PIC X(103).
