           02 AUD-CHAVE            PIC X(15).
           02 AUD-ANTES            PIC X(120).
           02 AUD-DEPOIS           PIC X(120).
           02 AUD-SEQ              PIC 9(09).
           02 AUD-ELO              PIC 9(09).

       fd  BEMS LABEL RECORD STANDARD
       value of file-id is "PATRIMO.DAT  ".
