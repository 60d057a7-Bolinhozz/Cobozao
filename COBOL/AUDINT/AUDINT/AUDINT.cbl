           02 NF-FORNECEDOR        PIC X(04).
           02 NF-DATA              PIC 9(08).
           02 NF-VALOR-TOTAL       PIC 9(08)V99.
           02 NF-VALOR-ICMS        PIC 9(08)V99.
           02 NF-REQUISICAO        PIC 9(06).

       WORKING-STORAGE SECTION.
       01 arqst        pic x(2).
