      *Relatorio de Sinistros em Aberto e de Indenizacoes
      *Le SINISTRO.DAT por completo (ver SINBEM) e lista, na primeira
      *parte, os sinistros ainda abertos ou em analise com a idade em
      *dias desde o evento ate a data base informada e a faixa de
      *atraso (ate 30, 31 a 90, 91 a 180, acima de 180 dias), o valor
      *reclamado e o valor contabil do bem; na segunda parte, os
      *sinistros ja pagos com a indenizacao recebida contra o valor
      *contabil e a diferenca (ganho ou perda no sinistro).
      *O valor contabil e o MD-VALOR-LIQUIDO do ultimo periodo de
      *MOVDEPR.DAT ate o mes do evento, buscado como no busca-liquido
      *do VENDBEM; bem sem depreciacao ate o evento vale o
      *VALOR-COMPRA do PATRIMO.

       Identification Division.
       Program-Id. RELSIN.

       Environment Division.
       special-names.   decimal-point is comma.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT SINISTRO ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY SN-CHAVE
              FILE STATUS ARQST.

              SELECT BEMS ASSIGN TO DISK-1
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CODIGO-BEM
              ALTERNATE RECORD KEY DESCRICAO-BEM WITH DUPLICATES
              ALTERNATE RECORD KEY CODIGO-DEPTO WITH DUPLICATES
              ALTERNATE RECORD KEY NOTA-FISCAL WITH DUPLICATES
              ALTERNATE RECORD KEY CODIGO-TIPO WITH DUPLICATES
              FILE STATUS ARQST-BEM.

              SELECT MOVDEPR ASSIGN TO DISK-3
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY MD-CHAVE
              FILE STATUS ARQST-MOV.

              SELECT REL-SIN ASSIGN TO DISK-2
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-REL.

       data division.
       file section.
       fd  SINISTRO LABEL RECORD STANDARD
       value of file-id is "SINISTRO.DAT".
       01 reg-sinistro.
           02 SN-CHAVE.
               03 SN-CODIGO-BEM  pic 9(06).
               03 SN-DT-EVENTO   pic 9(08).
           02 SN-TIPO-EVENTO     pic x(01).
           02 SN-SEGURADORA      pic x(30).
           02 SN-APOLICE         pic x(15).
           02 SN-BOLETIM         pic x(15).
           02 SN-VALOR-RECLAMADO pic 9(08)v99.
           02 SN-SITUACAO        pic x(01).
           02 SN-VALOR-INDENIZ   pic 9(08)v99.
           02 SN-DT-ABERTURA     pic 9(08).
           02 SN-DT-SITUACAO     pic 9(08).
           02 SN-OPERADOR        pic x(10).
           02 SN-BAIXA-GERADA    pic x(01).

       fd  BEMS LABEL RECORD STANDARD
       value of file-id is "PATRIMO.DAT  ".
       01 reg-BEMS.
           02 Chaves-B.
               03 CODIGO-BEM     pic 9(06).
           02 DESCRICAO-BEM      pic x(30).
           02 CODIGO-TIPO        pic 9(05).
           02 DT-AQUISICAO       PIC 99999999.
           02 VALOR-COMPRA       PIC 9(06)V99.
           02 NOTA-FISCAL        PIC 9(15).
           02 CODIGO-DEPTO       PIC X(04).
           02 STATUS-BEM         PIC X(01).
           02 DT-BAIXA           PIC 99999999.
           02 MOTIVO-BAIXA       PIC X(30).

       FD  MOVDEPR LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "MOVDEPR.DAT".
       01  REG-MOVDEPR.
           02 MD-CHAVE.
               03 MD-CODIGO-BEM  PIC 9(06).
               03 MD-PERIODO     PIC 9(06).
           02 MD-CLASSE          PIC 9(02).
           02 MD-VALOR-MES       PIC 9(08)V99.
           02 MD-DEPREC-ACUM     PIC 9(08)V99.
           02 MD-VALOR-LIQUIDO   PIC S9(08)V99.

       FD  REL-SIN LABEL RECORD STANDARD.
       01  LINHA-REL             PIC X(132).

       WORKING-STORAGE SECTION.
       01 arqst        pic x(2).
       01 arqst-bem    pic x(2).
       01 arqst-mov    pic x(2).
       01 arqst-rel    pic x(2).
       01 fim-sinistro pic x(1) value "N".
       01 sem-movdepr  pic x(1) value "N".

       01 data-base        pic 9(08) value zeros.
       01 dias-aberto      pic 9(07) value zeros.
       01 periodo-evento   pic 9(06) value zeros.
       01 contabil-bem     pic s9(08)v99 value zeros.
       01 diferenca        pic s9(08)v99 value zeros.
       01 faixa            pic 9(01) value zeros.
       01 total-abertos    pic 9(06) value zeros.
       01 total-reclamado  pic 9(10)v99 value zeros.
       01 total-contab-ab  pic s9(10)v99 value zeros.
       01 total-pagos      pic 9(06) value zeros.
       01 total-indeniz    pic 9(10)v99 value zeros.
       01 total-contab-pg  pic s9(10)v99 value zeros.
       01 total-diferenca  pic s9(10)v99 value zeros.
       01 tab-faixas.
           02 qtd-faixa    pic 9(06) occurs 4 times.
       01 desfaixa.
           02 filler pic x(12) value "ATE 30 DIAS".
           02 filler pic x(12) value "31 A 90".
           02 filler pic x(12) value "91 A 180".
           02 filler pic x(12) value "ACIMA DE 180".
       01 tabela-faixas redefines desfaixa.
           02 nome-faixa pic x(12) occurs 4 times.

       01 cab-1.
           02 filler pic x(40) value
              "SINISTROS EM ABERTO - DATA BASE ".
           02 dtbase-t pic 99/99/9999.
       01 cab-2.
           02 filler pic x(06) value "CODIGO".
           02 filler pic x(02) value spaces.
           02 filler pic x(30) value "DESCRICAO".
           02 filler pic x(02) value spaces.
           02 filler pic x(10) value "EVENTO".
           02 filler pic x(02) value spaces.
           02 filler pic x(03) value "T S".
           02 filler pic x(02) value spaces.
           02 filler pic x(15) value "APOLICE".
           02 filler pic x(02) value spaces.
           02 filler pic x(05) value " DIAS".
           02 filler pic x(02) value spaces.
           02 filler pic x(12) value "FAIXA".
           02 filler pic x(02) value spaces.
           02 filler pic x(13) value "    RECLAMADO".
           02 filler pic x(02) value spaces.
           02 filler pic x(14) value "     CONTABIL".
       01 lin-aberto.
           02 cod-a    pic zzzzz9.
           02 filler   pic x(02) value spaces.
           02 desc-a   pic x(30).
           02 filler   pic x(02) value spaces.
           02 dt-a     pic 99/99/9999.
           02 filler   pic x(02) value spaces.
           02 tipo-a   pic x(01).
           02 filler   pic x(01) value spaces.
           02 sit-a    pic x(01).
           02 filler   pic x(02) value spaces.
           02 apol-a   pic x(15).
           02 filler   pic x(02) value spaces.
           02 dias-a   pic zzzz9.
           02 filler   pic x(02) value spaces.
           02 faixa-a  pic x(12).
           02 filler   pic x(02) value spaces.
           02 recl-a   pic zz.zzz.zz9,99.
           02 filler   pic x(02) value spaces.
           02 cont-a   pic -zz.zzz.zz9,99.
       01 lin-faixa.
           02 filler   pic x(10) value "  FAIXA  ".
           02 nfaixa-f pic x(12).
           02 filler   pic x(02) value spaces.
           02 qtd-f    pic zzzzz9.
       01 lin-tot-aberto.
           02 filler   pic x(20) value "SINISTROS ABERTOS: ".
           02 tota-t   pic zzzzz9.
           02 filler   pic x(05) value spaces.
           02 filler   pic x(12) value "RECLAMADO: ".
           02 totr-t   pic z.zzz.zzz.zz9,99.
           02 filler   pic x(05) value spaces.
           02 filler   pic x(11) value "CONTABIL: ".
           02 totca-t  pic -z.zzz.zzz.zz9,99.

       01 cab-3.
           02 filler pic x(40) value
              "SINISTROS PAGOS - INDENIZACAO X CONTABIL".
       01 cab-4.
           02 filler pic x(06) value "CODIGO".
           02 filler pic x(02) value spaces.
           02 filler pic x(30) value "DESCRICAO".
           02 filler pic x(02) value spaces.
           02 filler pic x(10) value "EVENTO".
           02 filler pic x(02) value spaces.
           02 filler pic x(10) value "PAGAMENTO".
           02 filler pic x(02) value spaces.
           02 filler pic x(01) value "B".
           02 filler pic x(02) value spaces.
           02 filler pic x(13) value "  INDENIZACAO".
           02 filler pic x(02) value spaces.
           02 filler pic x(14) value "     CONTABIL".
           02 filler pic x(02) value spaces.
           02 filler pic x(14) value "    DIFERENCA".
       01 lin-pago.
           02 cod-p    pic zzzzz9.
           02 filler   pic x(02) value spaces.
           02 desc-p   pic x(30).
           02 filler   pic x(02) value spaces.
           02 dt-p     pic 99/99/9999.
           02 filler   pic x(02) value spaces.
           02 dtpg-p   pic 99/99/9999.
           02 filler   pic x(02) value spaces.
           02 bx-p     pic x(01).
           02 filler   pic x(02) value spaces.
           02 ind-p    pic zz.zzz.zz9,99.
           02 filler   pic x(02) value spaces.
           02 cont-p   pic -zz.zzz.zz9,99.
           02 filler   pic x(02) value spaces.
           02 dif-p    pic -zz.zzz.zz9,99.
       01 lin-tot-pago.
           02 filler   pic x(18) value "SINISTROS PAGOS: ".
           02 totp-t   pic zzzzz9.
           02 filler   pic x(03) value spaces.
           02 filler   pic x(14) value "INDENIZACAO: ".
           02 toti-t   pic z.zzz.zzz.zz9,99.
           02 filler   pic x(03) value spaces.
           02 filler   pic x(11) value "CONTABIL: ".
           02 totcp-t  pic -z.zzz.zzz.zz9,99.
           02 filler   pic x(03) value spaces.
           02 filler   pic x(12) value "DIFERENCA: ".
           02 totd-t   pic -z.zzz.zzz.zz9,99.

       procedure division.
      *-----------------------------------------------------------------
       Inicio.
           perform abre-arq.
           perform pede-parametros.
           perform imprime-cab-aberto.
           perform inicia-leitura.
           perform processa-aberto until fim-sinistro = "S".
           perform imprime-tot-aberto.
           perform imprime-cab-pago.
           perform inicia-leitura.
           perform processa-pago until fim-sinistro = "S".
           perform imprime-tot-pago.
           perform fecha-arq.
           exit program.
      *-----------------------------------------------------------------
       abre-arq.
           open input SINISTRO.
           if ARQST not = "00"
               display "ERRO NA ABERTURA DE SINISTRO.DAT - " ARQST
               stop run.
           open input BEMS.
           if ARQST-BEM not = "00"
               display "ERRO NA ABERTURA DE PATRIMO.DAT - " ARQST-BEM
               stop run.
      *Sem MOVDEPR.DAT (DEPREBEM nunca rodou) todo bem vale o
      *VALOR-COMPRA.
           move "N" to sem-movdepr.
           open input MOVDEPR.
           if ARQST-MOV not = "00"
               move "S" to sem-movdepr.
           open output REL-SIN.
      *-----------------------------------------------------------------
       pede-parametros.
           display "SINISTROS EM ABERTO E INDENIZACOES".
           display "Data base AAAAMMDD (0 = data de hoje): ".
           accept data-base.
           if data-base = zeros
               move function current-date(1:8) to data-base.
           move data-base to dtbase-t
           initialize tab-faixas.
      *-----------------------------------------------------------------
       inicia-leitura.
           move "N" to fim-sinistro.
           move zeros to SN-CHAVE.
           start SINISTRO key is greater than or equal SN-CHAVE
               invalid key move "S" to fim-sinistro.
      *-----------------------------------------------------------------
       imprime-cab-aberto.
           move cab-1 to LINHA-REL
           write LINHA-REL
           move cab-2 to LINHA-REL
           write LINHA-REL.
      *-----------------------------------------------------------------
       processa-aberto.
           read SINISTRO next record at end move "S" to fim-sinistro
           not at end
               if SN-SITUACAO = "A" or SN-SITUACAO = "E"
                   perform grava-aberto
               end-if
           end-read.
      *-----------------------------------------------------------------
       grava-aberto.
           perform busca-bem
           move SN-CODIGO-BEM to cod-a
           move DESCRICAO-BEM to desc-a
           move SN-DT-EVENTO to dt-a
           move SN-TIPO-EVENTO to tipo-a
           move SN-SITUACAO to sit-a
           move SN-APOLICE to apol-a
           move zeros to dias-aberto
           if SN-DT-EVENTO < data-base
               compute dias-aberto =
                   function integer-of-date(data-base)
                 - function integer-of-date(SN-DT-EVENTO)
           end-if
           evaluate true
               when dias-aberto <= 30  move 1 to faixa
               when dias-aberto <= 90  move 2 to faixa
               when dias-aberto <= 180 move 3 to faixa
               when other              move 4 to faixa
           end-evaluate
           add 1 to qtd-faixa(faixa)
           move dias-aberto to dias-a
           move nome-faixa(faixa) to faixa-a
           move SN-VALOR-RECLAMADO to recl-a
           move contabil-bem to cont-a
           move lin-aberto to LINHA-REL
           write LINHA-REL
           add 1 to total-abertos
           add SN-VALOR-RECLAMADO to total-reclamado
           add contabil-bem to total-contab-ab.
      *-----------------------------------------------------------------
       busca-bem.
      *Descricao e valor contabil do bem na data do evento.
           move SN-CODIGO-BEM to CODIGO-BEM
           read BEMS invalid key
               move spaces to DESCRICAO-BEM
               move zeros to VALOR-COMPRA
           end-read
           move VALOR-COMPRA to contabil-bem
           if sem-movdepr not = "S"
               perform busca-liquido.
      *-----------------------------------------------------------------
       busca-liquido.
      *Ultimo MD-VALOR-LIQUIDO ate o mes do evento: START pela chave
      *composta e leitura do registro anterior, como no VENDBEM.
           move SN-DT-EVENTO(1:6) to periodo-evento
           move SN-CODIGO-BEM to MD-CODIGO-BEM
           move periodo-evento to MD-PERIODO
           start MOVDEPR key is less than or equal MD-CHAVE
                invalid key move "23" to arqst-mov
           end-start
           if arqst-mov = "00"
                read MOVDEPR previous record
                     at end move "10" to arqst-mov
                     not at end
                          if MD-CODIGO-BEM = SN-CODIGO-BEM
                               move MD-VALOR-LIQUIDO to contabil-bem
                          end-if
                end-read.
      *-----------------------------------------------------------------
       imprime-tot-aberto.
           move spaces to LINHA-REL
           write LINHA-REL
           perform imprime-faixa varying faixa from 1 by 1
               until faixa > 4.
           move total-abertos to tota-t
           move total-reclamado to totr-t
           move total-contab-ab to totca-t
           move lin-tot-aberto to LINHA-REL
           write LINHA-REL.
      *-----------------------------------------------------------------
       imprime-faixa.
           move nome-faixa(faixa) to nfaixa-f
           move qtd-faixa(faixa) to qtd-f
           move lin-faixa to LINHA-REL
           write LINHA-REL.
      *-----------------------------------------------------------------
       imprime-cab-pago.
           move spaces to LINHA-REL
           write LINHA-REL
           move cab-3 to LINHA-REL
           write LINHA-REL
           move cab-4 to LINHA-REL
           write LINHA-REL.
      *-----------------------------------------------------------------
       processa-pago.
           read SINISTRO next record at end move "S" to fim-sinistro
           not at end
               if SN-SITUACAO = "P"
                   perform grava-pago
               end-if
           end-read.
      *-----------------------------------------------------------------
       grava-pago.
      *Diferenca positiva: a indenizacao cobriu mais que o valor
      *contabil (ganho no sinistro); negativa: perda a reconhecer.
           perform busca-bem
           move SN-CODIGO-BEM to cod-p
           move DESCRICAO-BEM to desc-p
           move SN-DT-EVENTO to dt-p
           move SN-DT-SITUACAO to dtpg-p
           move SN-BAIXA-GERADA to bx-p
           compute diferenca = SN-VALOR-INDENIZ - contabil-bem
           move SN-VALOR-INDENIZ to ind-p
           move contabil-bem to cont-p
           move diferenca to dif-p
           move lin-pago to LINHA-REL
           write LINHA-REL
           add 1 to total-pagos
           add SN-VALOR-INDENIZ to total-indeniz
           add contabil-bem to total-contab-pg
           add diferenca to total-diferenca.
      *-----------------------------------------------------------------
       imprime-tot-pago.
           move spaces to LINHA-REL
           write LINHA-REL
           move total-pagos to totp-t
           move total-indeniz to toti-t
           move total-contab-pg to totcp-t
           move total-diferenca to totd-t
           move lin-tot-pago to LINHA-REL
           write LINHA-REL.
      *-----------------------------------------------------------------
       fecha-arq.
           close SINISTRO BEMS.
           if sem-movdepr not = "S"
               close MOVDEPR.
           close REL-SIN.
       end program RELSIN.
