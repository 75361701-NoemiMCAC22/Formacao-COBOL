               03 :PFX:-CAB-TIPO-DOC        PIC X(02).
               03 :PFX:-CAB-NUM-FATURA-ORIG PIC 9(06).
               03 :PFX:-CAB-DATA-VENC       PIC 9(08).
               03 :PFX:-CAB-RET-IND         PIC X(01).
               03 :PFX:-CAB-TAXA-RET        PIC 9(02)V9.
               03 :PFX:-CAB-VALOR-RET       PIC 9(07)V99.
               03 :PFX:-CAB-FUNC-ID         PIC 9(05).
               03 FILLER                    PIC X(02).
           01 FATURAOUT-TRAILER REDEFINES FATURAOUT-DADOS.
               03 :TRL:-MARCA               PIC X(09).
               03 :TRL:-CONTADOR            PIC 9(07).
