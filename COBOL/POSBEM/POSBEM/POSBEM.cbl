      *Posicao Patrimonial em Data (posicao em data X)
      *Reconstroi, para uma data passada informada (o ultimo 31/12
      *pedido pela auditoria, por exemplo), os bens que cada
      *departamento tinha naquela data e por qual valor:
      *  - entram os bens de PATRIMO.DAT e os ja expurgados para
      *    ARQMORTO.DAT (ver ARQBEM) adquiridos ate a data e que nao
      *    estavam baixados nela (baixa posterior a data ainda conta);
      *  - o departamento da data sai de MOVBEM.DAT (ver TRFBEM): a
      *    primeira transferencia depois da data tem na origem o
      *    departamento em que o bem estava; sem transferencia depois
      *    da data vale o departamento gravado no bem, que e o destino
      *    da ultima transferencia anterior;
      *  - o valor contabil e o do periodo de MOVDEPR.DAT em vigor na
      *    data, o ultimo ate o mes dela, buscado como no busca-liquido
      *    do VENDBEM; bem sem depreciacao ate a data vale o
      *    VALOR-COMPRA.
      *Ordena por divisao (DEPTOS.txt do departamento da data),
      *departamento e codigo, e imprime cada bem com custo,
      *depreciacao acumulada e valor liquido, com totais por
      *departamento, por divisao e geral, como o RESBEM. Mes da data
      *ainda sem depreciacao encerrada no CTLDEPR.DAT e avisado no
      *cabecalho: os bens saem com o ultimo periodo calculado.

       Identification Division.
       Program-Id. POSBEM.

       Environment Division.
       special-names.   decimal-point is comma.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT BEMS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CODIGO-BEM
              ALTERNATE RECORD KEY DESCRICAO-BEM WITH DUPLICATES
              ALTERNATE RECORD KEY CODIGO-DEPTO WITH DUPLICATES
              ALTERNATE RECORD KEY NOTA-FISCAL WITH DUPLICATES
              ALTERNATE RECORD KEY CODIGO-TIPO WITH DUPLICATES
              FILE STATUS ARQST.

              SELECT DEPTOS ASSIGN TO DISK-1
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CODIGO-DEPTO-D
              FILE STATUS ARQST-DEPTO.

              SELECT ARQ-ORDEM ASSIGN TO DISK-2.

              SELECT REL-POSICAO ASSIGN TO DISK-3
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-REL.

              SELECT ARQMORTO ASSIGN TO DISK-4
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CODIGO-BEM-A
              FILE STATUS ARQST-ARQM.

              SELECT MOVBEM ASSIGN TO DISK-5
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVE-MOV
              FILE STATUS ARQST-MVB.

              SELECT MOVDEPR ASSIGN TO DISK-6
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY MD-CHAVE
              FILE STATUS ARQST-MOV.

              SELECT CTLDEPR ASSIGN TO DISK-7
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CT-PERIODO
              FILE STATUS ARQST-CTL.

       data division.
       file section.
       fd  BEMS LABEL RECORD STANDARD
       value of file-id is "PATRIMO.DAT  ".
       01 reg-BEMS.
           02 Chaves.
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

       FD  DEPTOS LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "DEPTOS.txt".
       01  REG-DEPTO-D.
           02 CODIGO-DEPTO-D        PIC X(04).
           02 NOME-DEPTO-D          PIC X(30).
           02 RESPONSAVEL-D         PIC X(30).
           02 DIVISAO-D             PIC X(02).
           02 CODIGO-RESP-D         PIC X(04).

       SD  ARQ-ORDEM.
       01  REG-ORDEM.
           02 DIVISAO-O          PIC X(02).
           02 DEPTO-O            PIC X(04).
           02 CODIGO-O           PIC 9(06).
           02 DESCRICAO-O        PIC X(30).
           02 DT-AQUISICAO-O     PIC 9(08).
           02 VALOR-O            PIC 9(08)V99.
           02 DEPREC-O           PIC 9(08)V99.
           02 LIQUIDO-O          PIC S9(08)V99.
           02 OBS-O              PIC X(08).

       FD  REL-POSICAO LABEL RECORD STANDARD.
       01  LINHA-REL             PIC X(110).

       FD  ARQMORTO LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "ARQMORTO.DAT".
       01  REG-ARQMORTO.
           02 Chaves-A.
               03 CODIGO-BEM-A   pic 9(06).
           02 DESCRICAO-BEM-A    pic x(30).
           02 CODIGO-TIPO-A      pic 9(05).
           02 DT-AQUISICAO-A     PIC 99999999.
           02 VALOR-COMPRA-A     PIC 9(06)V99.
           02 NOTA-FISCAL-A      PIC 9(15).
           02 CODIGO-DEPTO-A     PIC X(04).
           02 STATUS-BEM-A       PIC X(01).
           02 DT-BAIXA-A         PIC 99999999.
           02 MOTIVO-BAIXA-A     PIC X(30).

       FD  MOVBEM LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "MOVBEM.DAT".
       01  REG-MOVBEM.
           02 CHAVE-MOV.
               03 CODIGO-BEM-M      PIC 9(06).
               03 DATA-MOV-M        PIC 9(08).
               03 HORA-MOV-M        PIC 9(06).
           02 DEPTO-ORIG-M          PIC X(04).
           02 DEPTO-DEST-M          PIC X(04).
           02 OPERADOR-M            PIC X(10).

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

       FD  CTLDEPR LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "CTLDEPR.DAT".
       01  REG-CTLDEPR.
           02 CT-PERIODO         PIC 9(06).
           02 CT-SITUACAO        PIC X(01).
           02 CT-DATA-PROC       PIC 9(08).
           02 CT-TOTAL-BENS      PIC 9(06).
           02 CT-TOTAL-DEPREC    PIC 9(10)V99.

       WORKING-STORAGE SECTION.
       01 arqst        pic x(2).
       01 arqst-depto  pic x(2).
       01 arqst-rel    pic x(2).
       01 arqst-arqm   pic x(2).
       01 arqst-mvb    pic x(2).
       01 arqst-mov    pic x(2).
       01 arqst-ctl    pic x(2).
       01 fim-bems     pic x(1) value "N".
       01 fim-morto    pic x(1) value "N".
       01 fim-ordem    pic x(1) value "N".
       01 tem-dados    pic x(1) value "N".
       01 sem-arqmorto pic x(1) value "N".
       01 sem-movbem   pic x(1) value "N".
       01 sem-movdepr  pic x(1) value "N".
       01 periodo-aberto pic x(1) value "N".

       01 DIVISAO.
           02 filler pic x(16) value "PRESIDENCIA".
           02 filler pic x(16) value "DIRETORIA".
           02 filler pic x(16) value "COMERCIAL".
           02 filler pic x(16) value "OPERACIONAL".
           02 FILLER PIC X(16) VALUE "PRODUCAO".
       01 TAB-DIVISAO redefines DIVISAO.
           02 DIV-T pic x(16) occurs 5 times.

       01 divisao-aux       pic 9(02).
       01 data-posicao.
           02 posicao-aaaa    pic 9(04).
           02 posicao-mm      pic 9(02).
           02 posicao-dd      pic 9(02).
       01 data-posicao-n redefines data-posicao pic 9(08).
       01 periodo-posicao   pic 9(06) value zeros.

      *Bem da vez, lido de PATRIMO.DAT ou de ARQMORTO.DAT.
       01 bem-pos           pic 9(06) value zeros.
       01 depto-pos         pic x(04) value spaces.
       01 valor-pos         pic 9(08)v99 value zeros.

       01 divisao-ant       pic x(02) value spaces.
       01 depto-ant         pic x(04) value spaces.

       01 qt-depto          pic 9(06) value zeros.
       01 val-depto         pic 9(10)v99 value zeros.
       01 dep-depto         pic 9(10)v99 value zeros.
       01 liq-depto         pic s9(10)v99 value zeros.
       01 qt-divisao        pic 9(06) value zeros.
       01 val-divisao       pic 9(10)v99 value zeros.
       01 dep-divisao       pic 9(10)v99 value zeros.
       01 liq-divisao       pic s9(10)v99 value zeros.
       01 qt-geral          pic 9(06) value zeros.
       01 val-geral         pic 9(10)v99 value zeros.
       01 dep-geral         pic 9(10)v99 value zeros.
       01 liq-geral         pic s9(10)v99 value zeros.

       01 cab-1.
           02 filler pic x(23) value
              "POSICAO PATRIMONIAL EM ".
           02 dtpos-c  pic 99/99/9999.
       01 cab-aviso.
           02 filler pic x(23) value
              "DEPRECIACAO DO PERIODO ".
           02 peravi-c pic 9(06).
           02 filler pic x(51) value
              " NAO ENCERRADA: VALORES DO ULTIMO PERIODO CALCULADO".
       01 cab-2.
           02 filler pic x(08) value "CODIGO".
           02 filler pic x(31) value "DESCRICAO".
           02 filler pic x(11) value "AQUISICAO".
           02 filler pic x(15) value "VLR COMPRA".
           02 filler pic x(15) value "DEPR ACUM".
           02 filler pic x(15) value "VLR LIQUIDO".
           02 filler pic x(08) value "OBS".
       01 lin-divisao.
           02 filler   pic x(08) value "DIVISAO ".
           02 divc-r   pic x(02).
           02 filler   pic x(01) value spaces.
           02 divn-r   pic x(16).
       01 lin-cab-depto.
           02 filler   pic x(02) value spaces.
           02 filler   pic x(06) value "DEPTO ".
           02 dptc-r   pic x(04).
           02 filler   pic x(01) value spaces.
           02 dptn-r   pic x(30).
       01 lin-bem.
           02 cod-r    pic zzzzz9.
           02 filler   pic x(02) value spaces.
           02 desc-r   pic x(30).
           02 filler   pic x(01) value spaces.
           02 dtaq-r   pic 99/99/9999.
           02 filler   pic x(01) value spaces.
           02 val-r    pic zzz.zzz.zz9,99.
           02 filler   pic x(01) value spaces.
           02 dep-r    pic zzz.zzz.zz9,99.
           02 filler   pic x(01) value spaces.
           02 liq-r    pic -zz.zzz.zz9,99.
           02 filler   pic x(01) value spaces.
           02 obs-r    pic x(08).
       01 lin-tot-depto.
           02 filler   pic x(12) value "TOTAL DEPTO ".
           02 dptt-r   pic x(04).
           02 filler   pic x(07) value " BENS: ".
           02 qtd-r    pic zzzzz9.
           02 filler   pic x(21) value spaces.
           02 vald-r   pic zzz.zzz.zz9,99.
           02 filler   pic x(01) value spaces.
           02 depd-r   pic zzz.zzz.zz9,99.
           02 filler   pic x(01) value spaces.
           02 liqd-r   pic -zz.zzz.zz9,99.
       01 lin-tot-div.
           02 filler   pic x(14) value "TOTAL DIVISAO ".
           02 divt-r   pic x(02).
           02 filler   pic x(07) value " BENS: ".
           02 qtv-r    pic zzzzz9.
           02 filler   pic x(21) value spaces.
           02 valv-r   pic zzz.zzz.zz9,99.
           02 filler   pic x(01) value spaces.
           02 depv-r   pic zzz.zzz.zz9,99.
           02 filler   pic x(01) value spaces.
           02 liqv-r   pic -zz.zzz.zz9,99.
       01 lin-geral.
           02 filler   pic x(16) value "TOTAL GERAL".
           02 filler   pic x(07) value " BENS: ".
           02 qtg-r    pic zzzzz9.
           02 filler   pic x(21) value spaces.
           02 valg-r   pic zzz.zzz.zz9,99.
           02 filler   pic x(01) value spaces.
           02 depg-r   pic zzz.zzz.zz9,99.
           02 filler   pic x(01) value spaces.
           02 liqg-r   pic -zz.zzz.zz9,99.

       procedure division.
      *-----------------------------------------------------------------
       Inicio.
           perform abre-arq.
           perform pede-parametros.
           perform confere-periodo.
           sort ARQ-ORDEM on ascending key DIVISAO-O DEPTO-O CODIGO-O
                input procedure is seleciona-bems
                output procedure is imprime-posicao.
           perform fecha-arq.
           exit program.
      *-----------------------------------------------------------------
       abre-arq.
           open input BEMS.
           if ARQST not = "00"
               display "ERRO NA ABERTURA DE PATRIMO.DAT - " ARQST
               stop run.
           open input DEPTOS.
           if ARQST-DEPTO not = "00"
               display "ERRO NA ABERTURA DE DEPTOS.txt - " ARQST-DEPTO
               stop run.
           open output REL-POSICAO.
      *Arquivo morto, movimentacao e depreciacao podem nao existir
      *numa instalacao nova: sem ARQMORTO so entram os bens do
      *PATRIMO, sem MOVBEM vale o departamento gravado no bem, sem
      *MOVDEPR o bem vale o VALOR-COMPRA.
           move "N" to sem-arqmorto.
           open input ARQMORTO.
           if ARQST-ARQM not = "00"
               move "S" to sem-arqmorto.
           move "N" to sem-movbem.
           open input MOVBEM.
           if ARQST-MVB not = "00"
               move "S" to sem-movbem.
           move "N" to sem-movdepr.
           open input MOVDEPR.
           if ARQST-MOV not = "00"
               move "S" to sem-movdepr.
      *-----------------------------------------------------------------
       pede-parametros.
           display "POSICAO PATRIMONIAL EM DATA".
           display "Data da posicao AAAAMMDD: ".
           accept data-posicao.
           if posicao-aaaa = zeros or posicao-mm < 1 or posicao-mm > 12
              or posicao-dd < 1 or posicao-dd > 31
               display "DATA INVALIDA"
               stop run.
           move data-posicao (1:6) to periodo-posicao.
      *-----------------------------------------------------------------
       confere-periodo.
      *Mes da posicao sem depreciacao encerrada ("F" no CTLDEPR, ou o
      *exercicio fechado pelo MAPANUAL) sai avisado no cabecalho.
           move "S" to periodo-aberto.
           open input CTLDEPR.
           if ARQST-CTL = "00"
               move periodo-posicao to CT-PERIODO
               read CTLDEPR not invalid key
                    if CT-SITUACAO = "F"
                        move "N" to periodo-aberto
                    end-if
               end-read
               compute CT-PERIODO = posicao-aaaa * 100 + 99
               read CTLDEPR not invalid key
                    if CT-SITUACAO = "F"
                        move "N" to periodo-aberto
                    end-if
               end-read
               close CTLDEPR.
      *-----------------------------------------------------------------
       seleciona-bems.
           move "N" to fim-bems.
           move low-values to CODIGO-BEM.
           start BEMS key is greater than or equal CODIGO-BEM
               invalid key move "S" to fim-bems.
           perform solta-bem until fim-bems = "S".
           if sem-arqmorto = "N"
               move "N" to fim-morto
               move low-values to CODIGO-BEM-A
               start ARQMORTO key is greater than or equal CODIGO-BEM-A
                   invalid key move "S" to fim-morto
               end-start
               perform solta-morto until fim-morto = "S".
      *-----------------------------------------------------------------
       solta-bem.
      *Adquirido ate a data e, se ja baixado, baixado depois dela.
           read BEMS next record at end move "S" to fim-bems
           not at end
               if DT-AQUISICAO not > data-posicao-n
                  and (STATUS-BEM not = "B"
                       or DT-BAIXA > data-posicao-n)
                   move CODIGO-BEM to bem-pos
                   move CODIGO-DEPTO to depto-pos
                   move VALOR-COMPRA to valor-pos
                   move DESCRICAO-BEM to DESCRICAO-O
                   move DT-AQUISICAO to DT-AQUISICAO-O
                   if STATUS-BEM = "B"
                       move "BAIXADO" to OBS-O
                   else
                       move spaces to OBS-O
                   end-if
                   perform monta-ordem
               end-if
           end-read.
      *-----------------------------------------------------------------
       solta-morto.
      *Todo bem do arquivo morto esta baixado; entra o que foi baixado
      *depois da data.
           read ARQMORTO next record at end move "S" to fim-morto
           not at end
               if DT-AQUISICAO-A not > data-posicao-n
                  and DT-BAIXA-A > data-posicao-n
                   move CODIGO-BEM-A to bem-pos
                   move CODIGO-DEPTO-A to depto-pos
                   move VALOR-COMPRA-A to valor-pos
                   move DESCRICAO-BEM-A to DESCRICAO-O
                   move DT-AQUISICAO-A to DT-AQUISICAO-O
                   move "ARQMORTO" to OBS-O
                   perform monta-ordem
               end-if
           end-read.
      *-----------------------------------------------------------------
       monta-ordem.
           if sem-movbem = "N"
               perform busca-depto-data.
           perform busca-divisao.
           move depto-pos to DEPTO-O
           move bem-pos to CODIGO-O
           move valor-pos to VALOR-O
           move zeros to DEPREC-O
           move valor-pos to LIQUIDO-O
           if sem-movdepr = "N"
               perform busca-liquido.
           release REG-ORDEM.
      *-----------------------------------------------------------------
       busca-depto-data.
      *Primeira transferencia depois da data (a chave bem + data +
      *hora comeca no dia seguinte): a origem dela e o departamento
      *em que o bem estava. Transferencia do proprio dia ja conta.
           move bem-pos to CODIGO-BEM-M
           move data-posicao-n to DATA-MOV-M
           move 999999 to HORA-MOV-M
           start MOVBEM key is greater than CHAVE-MOV
                invalid key move "23" to arqst-mvb
           end-start
           if arqst-mvb = "00"
                read MOVBEM next record
                     at end move "10" to arqst-mvb
                     not at end
                          if CODIGO-BEM-M = bem-pos
                               move DEPTO-ORIG-M to depto-pos
                          end-if
                end-read.
      *-----------------------------------------------------------------
       busca-divisao.
      *Depto sem cadastro em DEPTOS.txt sai agrupado na divisao "00",
      *como no RESBEM.
           move depto-pos to CODIGO-DEPTO-D
           read DEPTOS invalid key
               move "00" to DIVISAO-O
           not invalid key
               move DIVISAO-D to DIVISAO-O
           end-read.
      *-----------------------------------------------------------------
       busca-liquido.
      *Periodo de MOVDEPR em vigor na data: o ultimo ate o mes dela,
      *START pela chave composta e leitura do registro anterior, como
      *no VENDBEM.
           move bem-pos to MD-CODIGO-BEM
           move periodo-posicao to MD-PERIODO
           start MOVDEPR key is less than or equal MD-CHAVE
                invalid key move "23" to arqst-mov
           end-start
           if arqst-mov = "00"
                read MOVDEPR previous record
                     at end move "10" to arqst-mov
                     not at end
                          if MD-CODIGO-BEM = bem-pos
                               move MD-DEPREC-ACUM to DEPREC-O
                               move MD-VALOR-LIQUIDO to LIQUIDO-O
                          end-if
                end-read.
      *-----------------------------------------------------------------
       imprime-posicao.
           move data-posicao-n to dtpos-c
           move cab-1 to LINHA-REL
           write LINHA-REL
           if periodo-aberto = "S"
               move periodo-posicao to peravi-c
               move cab-aviso to LINHA-REL
               write LINHA-REL
           end-if
           move cab-2 to LINHA-REL
           write LINHA-REL
           move "N" to fim-ordem
           return ARQ-ORDEM at end move "S" to fim-ordem
           end-return
           if fim-ordem = "N"
               move "S" to tem-dados
               move DIVISAO-O to divisao-ant
               move DEPTO-O to depto-ant
               perform abre-divisao
               perform abre-depto
           end-if
           perform processa-grupo until fim-ordem = "S"
           if tem-dados = "S"
               perform fecha-depto
               perform fecha-divisao
           end-if
           perform imprime-geral.
      *-----------------------------------------------------------------
       processa-grupo.
           if DIVISAO-O not = divisao-ant
               perform fecha-depto
               perform fecha-divisao
               move DIVISAO-O to divisao-ant
               move DEPTO-O to depto-ant
               perform abre-divisao
               perform abre-depto
           else
               if DEPTO-O not = depto-ant
                   perform fecha-depto
                   move DEPTO-O to depto-ant
                   perform abre-depto.
           move CODIGO-O to cod-r
           move DESCRICAO-O to desc-r
           move DT-AQUISICAO-O to dtaq-r
           move VALOR-O to val-r
           move DEPREC-O to dep-r
           move LIQUIDO-O to liq-r
           move OBS-O to obs-r
           move lin-bem to LINHA-REL
           write LINHA-REL
           add 1 to qt-depto
           add VALOR-O to val-depto
           add DEPREC-O to dep-depto
           add LIQUIDO-O to liq-depto
           return ARQ-ORDEM at end move "S" to fim-ordem
           end-return.
      *-----------------------------------------------------------------
       abre-divisao.
           move spaces to LINHA-REL
           write LINHA-REL
           move divisao-ant to divc-r
           move divisao-ant to divisao-aux
           if divisao-aux >= 1 and divisao-aux <= 5
               move DIV-T(divisao-aux) to divn-r
           else
               move "DIVISAO INVALIDA" to divn-r
           end-if
           move lin-divisao to LINHA-REL
           write LINHA-REL.
      *-----------------------------------------------------------------
       abre-depto.
           move depto-ant to dptc-r
           move depto-ant to CODIGO-DEPTO-D
           read DEPTOS invalid key
               move spaces to NOME-DEPTO-D
           end-read
           move NOME-DEPTO-D to dptn-r
           move lin-cab-depto to LINHA-REL
           write LINHA-REL.
      *-----------------------------------------------------------------
       fecha-depto.
           move depto-ant to dptt-r
           move qt-depto to qtd-r
           move val-depto to vald-r
           move dep-depto to depd-r
           move liq-depto to liqd-r
           move lin-tot-depto to LINHA-REL
           write LINHA-REL
           add qt-depto to qt-divisao
           add val-depto to val-divisao
           add dep-depto to dep-divisao
           add liq-depto to liq-divisao
           move zeros to qt-depto val-depto dep-depto liq-depto.
      *-----------------------------------------------------------------
       fecha-divisao.
           move divisao-ant to divt-r
           move qt-divisao to qtv-r
           move val-divisao to valv-r
           move dep-divisao to depv-r
           move liq-divisao to liqv-r
           move lin-tot-div to LINHA-REL
           write LINHA-REL
           add qt-divisao to qt-geral
           add val-divisao to val-geral
           add dep-divisao to dep-geral
           add liq-divisao to liq-geral
           move zeros to qt-divisao val-divisao dep-divisao
               liq-divisao.
      *-----------------------------------------------------------------
       imprime-geral.
           move spaces to LINHA-REL
           write LINHA-REL
           move qt-geral to qtg-r
           move val-geral to valg-r
           move dep-geral to depg-r
           move liq-geral to liqg-r
           move lin-geral to LINHA-REL
           write LINHA-REL.
      *-----------------------------------------------------------------
       fecha-arq.
           close BEMS.
           close DEPTOS.
           close REL-POSICAO.
           if sem-arqmorto not = "S"
               close ARQMORTO.
           if sem-movbem not = "S"
               close MOVBEM.
           if sem-movdepr not = "S"
               close MOVDEPR.
       end program POSBEM.
