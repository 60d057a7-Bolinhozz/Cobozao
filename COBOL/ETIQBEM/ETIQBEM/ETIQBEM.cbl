      *etiquetar so as chegadas do ultimo mes. Etiqueta com leitura
      *otica fecha o ciclo com o RECINV: o arquivo de contagem passa a
      *vir do coletor em vez da digitacao.
      *Bem que faz parte de kit (KITBEM.DAT) traz na linha do depto o
      *codigo do bem principal; o bem principal traz a marca KIT PAI,
      *para quem recolhe os itens saber o que anda junto.

       Identification Division.
       Program-Id. ETIQBEM.
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-ETQ.

              SELECT KITBEM ASSIGN TO DISK-2
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY KT-CODIGO-COMP
              ALTERNATE RECORD KEY KT-CODIGO-PAI WITH DUPLICATES
              FILE STATUS ARQST-KIT.

       data division.
       file section.
       fd  BEMS LABEL RECORD STANDARD
       FD  ARQ-ETIQ LABEL RECORD STANDARD.
       01  LINHA-ETIQ            PIC X(40).

       fd  KITBEM label record standard
       value of file-id is "KITBEM.DAT".
       01 reg-kitbem.
           02 KT-CODIGO-COMP     pic 9(06).
           02 KT-CODIGO-PAI      pic 9(06).
           02 KT-DT-INCLUSAO     pic 9(08).
           02 KT-OPERADOR        pic x(10).

       WORKING-STORAGE SECTION.
       01 arqst        pic x(2).
       01 arqst-etq    pic x(2).
       01 fim-bems     pic x(1) value "N".
       01 arqst-kit    pic x(2).
       01 sem-kitbem   pic x(1) value "N".

       01 filtro-tipo      pic 9(05) value zeros.
       01 filtro-depto     pic x(04) value spaces.
       01 lin-depto.
           02 filler   pic x(07) value "DEPTO: ".
           02 dpto-e   pic x(04).
           02 filler   pic x(03) value spaces.
           02 kit-e    pic x(10).
       01 lin-kit-comp.
           02 filler   pic x(04) value "KIT ".
           02 pai-e    pic 9(06).
       01 lin-corte.
           02 filler   pic x(40) value all "-".

               display "ERRO NA ABERTURA DE PATRIMO.DAT - " ARQST
               stop run.
           open output ARQ-ETIQ.
           move "N" to sem-kitbem.
           open input KITBEM.
           if ARQST-KIT not = "00"
               move "S" to sem-kitbem.
      *-----------------------------------------------------------------
       pede-filtros.
           display "EMISSAO DE ETIQUETAS DE PATRIMONIO".
           move DESCRICAO-BEM to LINHA-ETIQ
           write LINHA-ETIQ
           move CODIGO-DEPTO to dpto-e
           perform marca-kit
           move lin-depto to LINHA-ETIQ
           write LINHA-ETIQ
           move lin-corte to LINHA-ETIQ
           write LINHA-ETIQ
           add 1 to total-etiq.
      *-----------------------------------------------------------------
       marca-kit.
           move spaces to kit-e.
           if sem-kitbem not = "S"
               move CODIGO-BEM to KT-CODIGO-COMP
               read KITBEM
                   invalid key
                       move CODIGO-BEM to KT-CODIGO-PAI
                       start KITBEM key is equal to KT-CODIGO-PAI
                           not invalid key move "KIT PAI" to kit-e
                       end-start
                   not invalid key
                       move KT-CODIGO-PAI to pai-e
                       move lin-kit-comp to kit-e
               end-read.
      *-----------------------------------------------------------------
       fecha-arq.
           close BEMS.
           close ARQ-ETIQ.
           if sem-kitbem not = "S"
               close KITBEM.
       end program ETIQBEM.
