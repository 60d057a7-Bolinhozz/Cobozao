      *Orcado x Realizado do Orcamento de Capital por Divisao/Depto
      *Para o ano pedido, junta o ORCAMENTO.DAT mantido no REQBEM
      *(valor orcado e ja aprovado em requisicoes, por depto e classe)
      *com o realizado, a soma dos VALOR-COMPRA dos bens de PATRIMO.DAT
      *adquiridos no ano, inclusive os ja baixados. Ordena por
      *divisao (DEPTOS.txt, depto sem cadastro na divisao "00" como no
      *RESBEM), departamento e classe, e imprime orcado, aprovado,
      *realizado e saldo (orcado menos realizado) por classe, com
      *subtotais por departamento e divisao e o total geral; classe ou
      *depto com realizado acima do orcado sai marcado ESTOURO.

       Identification Division.
       Program-Id. RELORC.

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

              SELECT REL-ORC ASSIGN TO DISK-3
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-REL.

              SELECT ORCAMENTO ASSIGN TO DISK-4
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY OR-CHAVE
              FILE STATUS ARQST-ORC.

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
           02 CLASSE-O           PIC 9(02).
           02 ORCADO-O           PIC 9(08)V99.
           02 APROVADO-O         PIC 9(08)V99.
           02 REALIZADO-O        PIC 9(08)V99.

       FD  REL-ORC LABEL RECORD STANDARD.
       01  LINHA-REL             PIC X(110).

       fd  ORCAMENTO label record standard
       value of file-id is "ORCAMENTO.DAT".
       01 reg-orcamento.
           02 OR-CHAVE.
               03 OR-ANO         pic 9(04).
               03 OR-CODIGO-DEPTO pic x(04).
               03 OR-CLASSE      pic 9(02).
           02 OR-VALOR-ORCADO    pic 9(08)v99.
           02 OR-VALOR-APROVADO  pic 9(08)v99.
           02 OR-DT-ALTERACAO    pic 9(08).
           02 OR-OPERADOR        pic x(10).

       WORKING-STORAGE SECTION.
       01 arqst        pic x(2).
       01 arqst-depto  pic x(2).
       01 arqst-rel    pic x(2).
       01 arqst-orc    pic x(2).
       01 fim-bems     pic x(1) value "N".
       01 fim-orc      pic x(1) value "N".
       01 fim-ordem    pic x(1) value "N".
       01 tem-dados    pic x(1) value "N".
       01 ano-orc      pic 9(04) value zeros.

       01 CLASSE.
           02 filler pic x(18) value "MOBILIARIO".
           02 filler pic x(18) value "ELETRO-ELETRONICO".
           02 filler pic x(18) value "INFORMATICA".
           02 filler pic x(18) value "TELEFONIA".
       01 TAB-CLASSES redefines CLASSE.
           02 CLASSE-N pic x(18) occurs 4 times.

       01 DIVISAO.
           02 filler pic x(16) value "PRESIDENCIA".
           02 filler pic x(16) value "DIRETORIA".
           02 filler pic x(16) value "COMERCIAL".
           02 filler pic x(16) value "OPERACIONAL".
           02 FILLER PIC X(16) VALUE "PRODUCAO".
       01 TAB-DIVISAO redefines DIVISAO.
           02 DIV-T pic x(16) occurs 5 times.

       01 divisao-aux       pic 9(02).
       01 divisao-ant       pic x(02) value spaces.
       01 depto-ant         pic x(04) value spaces.
       01 classe-ant        pic 9(02) value zeros.

       01 orc-classe        pic 9(10)v99 value zeros.
       01 apr-classe        pic 9(10)v99 value zeros.
       01 rea-classe        pic 9(10)v99 value zeros.
       01 orc-depto         pic 9(10)v99 value zeros.
       01 apr-depto         pic 9(10)v99 value zeros.
       01 rea-depto         pic 9(10)v99 value zeros.
       01 orc-divisao       pic 9(10)v99 value zeros.
       01 apr-divisao       pic 9(10)v99 value zeros.
       01 rea-divisao       pic 9(10)v99 value zeros.
       01 orc-geral         pic 9(10)v99 value zeros.
       01 apr-geral         pic 9(10)v99 value zeros.
       01 rea-geral         pic 9(10)v99 value zeros.
       01 saldo-aux         pic s9(10)v99 value zeros.
       01 qt-estouro        pic 9(04) value zeros.

       01 cab-1.
           02 filler pic x(44) value
              "ORCAMENTO DE CAPITAL - ORCADO X REALIZADO - ".
           02 filler pic x(04) value "ANO ".
           02 anoc-r pic 9(04).
       01 cab-2.
           02 filler pic x(28) value spaces.
           02 filler pic x(15) value "     ORCADO".
           02 filler pic x(15) value "   APROVADO".
           02 filler pic x(15) value "  REALIZADO".
           02 filler pic x(15) value "      SALDO".
       01 lin-divisao.
           02 filler   pic x(08) value "DIVISAO ".
           02 divc-r   pic x(02).
           02 filler   pic x(01) value spaces.
           02 divn-r   pic x(16).
       01 lin-classe.
           02 filler   pic x(04) value spaces.
           02 clan-r   pic x(18).
           02 filler   pic x(06) value spaces.
           02 orcc-r   pic zzz.zzz.zz9,99.
           02 filler   pic x(01) value spaces.
           02 aprc-r   pic zzz.zzz.zz9,99.
           02 filler   pic x(01) value spaces.
           02 reac-r   pic zzz.zzz.zz9,99.
           02 filler   pic x(01) value spaces.
           02 salc-r   pic -zz.zzz.zz9,99.
           02 filler   pic x(01) value spaces.
           02 estc-r   pic x(07).
       01 lin-depto.
           02 filler   pic x(02) value spaces.
           02 filler   pic x(06) value "DEPTO ".
           02 dptc-r   pic x(04).
           02 filler   pic x(01) value spaces.
           02 dptn-r   pic x(15).
           02 orcd-r   pic zzz.zzz.zz9,99.
           02 filler   pic x(01) value spaces.
           02 aprd-r   pic zzz.zzz.zz9,99.
           02 filler   pic x(01) value spaces.
           02 read-r   pic zzz.zzz.zz9,99.
           02 filler   pic x(01) value spaces.
           02 sald-r   pic -zz.zzz.zz9,99.
           02 filler   pic x(01) value spaces.
           02 estd-r   pic x(07).
       01 lin-tot-div.
           02 filler   pic x(14) value "TOTAL DIVISAO ".
           02 divt-r   pic x(02).
           02 filler   pic x(12) value spaces.
           02 orcv-r   pic zzz.zzz.zz9,99.
           02 filler   pic x(01) value spaces.
           02 aprv-r   pic zzz.zzz.zz9,99.
           02 filler   pic x(01) value spaces.
           02 reav-r   pic zzz.zzz.zz9,99.
           02 filler   pic x(01) value spaces.
           02 salv-r   pic -zz.zzz.zz9,99.
       01 lin-geral.
           02 filler   pic x(28) value "TOTAL GERAL".
           02 orcg-r   pic zzz.zzz.zz9,99.
           02 filler   pic x(01) value spaces.
           02 aprg-r   pic zzz.zzz.zz9,99.
           02 filler   pic x(01) value spaces.
           02 reag-r   pic zzz.zzz.zz9,99.
           02 filler   pic x(01) value spaces.
           02 salg-r   pic -zz.zzz.zz9,99.
       01 lin-estouro.
           02 filler   pic x(34) value
              "CLASSES COM ORCAMENTO ESTOURADO: ".
           02 qte-r    pic zzz9.

       procedure division.
      *-----------------------------------------------------------------
       Inicio.
           perform abre-arq.
           perform pede-parametros.
           sort ARQ-ORDEM on ascending key DIVISAO-O DEPTO-O CLASSE-O
                input procedure is seleciona-dados
                output procedure is imprime-relatorio.
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
           open input ORCAMENTO.
           if ARQST-ORC not = "00"
               display "ERRO NA ABERTURA DE ORCAMENTO.DAT - " ARQST-ORC
               stop run.
           open output REL-ORC.
      *-----------------------------------------------------------------
       pede-parametros.
           display "ORCAMENTO DE CAPITAL - ORCADO X REALIZADO".
           display "Ano do orcamento AAAA: ".
           accept ano-orc.
      *-----------------------------------------------------------------
       seleciona-dados.
      *Dois tipos de registro no mesmo SORT: o orcamento do ano (so
      *orcado e aprovado) e cada bem adquirido no ano (so realizado);
      *a quebra por classe soma os dois.
           move "N" to fim-orc.
           move ano-orc to OR-ANO.
           move low-values to OR-CODIGO-DEPTO.
           move zeros to OR-CLASSE.
           start ORCAMENTO key is greater than or equal OR-CHAVE
               invalid key move "S" to fim-orc.
           perform solta-orcamento until fim-orc = "S".
           move "N" to fim-bems.
           move low-values to CODIGO-BEM.
           start BEMS key is greater than or equal CODIGO-BEM
               invalid key move "S" to fim-bems.
           perform solta-bem until fim-bems = "S".
      *-----------------------------------------------------------------
       solta-orcamento.
           read ORCAMENTO next record at end move "S" to fim-orc
           not at end
               if OR-ANO not = ano-orc
                   move "S" to fim-orc
               else
                   move OR-CODIGO-DEPTO to DEPTO-O
                   perform busca-divisao
                   move OR-CLASSE to CLASSE-O
                   move OR-VALOR-ORCADO to ORCADO-O
                   move OR-VALOR-APROVADO to APROVADO-O
                   move zeros to REALIZADO-O
                   release REG-ORDEM
               end-if
           end-read.
      *-----------------------------------------------------------------
       solta-bem.
           read BEMS next record at end move "S" to fim-bems
           not at end
               if DT-AQUISICAO (1:4) = ano-orc
                   move CODIGO-DEPTO to DEPTO-O
                   perform busca-divisao
                   move CODIGO-TIPO (1:2) to CLASSE-O
                   move zeros to ORCADO-O APROVADO-O
                   move VALOR-COMPRA to REALIZADO-O
                   release REG-ORDEM
               end-if
           end-read.
      *-----------------------------------------------------------------
       busca-divisao.
      *Depto sem cadastro em DEPTOS.txt sai agrupado na divisao "00";
      *o AUDINT aponta esses orfaos.
           move DEPTO-O to CODIGO-DEPTO-D
           read DEPTOS invalid key
               move "00" to DIVISAO-O
           not invalid key
               move DIVISAO-D to DIVISAO-O
           end-read.
      *-----------------------------------------------------------------
       imprime-relatorio.
           move ano-orc to anoc-r
           move cab-1 to LINHA-REL
           write LINHA-REL
           move cab-2 to LINHA-REL
           write LINHA-REL
           move "N" to fim-ordem
           return ARQ-ORDEM at end move "S" to fim-ordem
           end-return
           if fim-ordem = "N"
               move "S" to tem-dados
               move DIVISAO-O to divisao-ant
               move DEPTO-O to depto-ant
               move CLASSE-O to classe-ant
               perform abre-divisao
           end-if
           perform processa-grupo until fim-ordem = "S"
           if tem-dados = "S"
               perform fecha-classe
               perform fecha-depto
               perform fecha-divisao
               perform imprime-geral.
      *-----------------------------------------------------------------
       processa-grupo.
           if DIVISAO-O not = divisao-ant
               perform fecha-classe
               perform fecha-depto
               perform fecha-divisao
               move DIVISAO-O to divisao-ant
               move DEPTO-O to depto-ant
               move CLASSE-O to classe-ant
               perform abre-divisao
           else
               if DEPTO-O not = depto-ant
                   perform fecha-classe
                   perform fecha-depto
                   move DEPTO-O to depto-ant
                   move CLASSE-O to classe-ant
               else
                   if CLASSE-O not = classe-ant
                       perform fecha-classe
                       move CLASSE-O to classe-ant.
           add ORCADO-O to orc-classe
           add APROVADO-O to apr-classe
           add REALIZADO-O to rea-classe
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
       fecha-classe.
           if classe-ant >= 1 and classe-ant <= 4
               move CLASSE-N(classe-ant) to clan-r
           else
               move "CLASSE INVALIDA" to clan-r
           end-if
           move orc-classe to orcc-r
           move apr-classe to aprc-r
           move rea-classe to reac-r
           compute saldo-aux = orc-classe - rea-classe
           move saldo-aux to salc-r
           if rea-classe > orc-classe
               move "ESTOURO" to estc-r
               add 1 to qt-estouro
           else
               move spaces to estc-r
           end-if
           move lin-classe to LINHA-REL
           write LINHA-REL
           add orc-classe to orc-depto
           add apr-classe to apr-depto
           add rea-classe to rea-depto
           move zeros to orc-classe apr-classe rea-classe.
      *-----------------------------------------------------------------
       fecha-depto.
           move depto-ant to dptc-r
           move depto-ant to CODIGO-DEPTO-D
           read DEPTOS invalid key
               move spaces to NOME-DEPTO-D
           end-read
           move NOME-DEPTO-D to dptn-r
           move orc-depto to orcd-r
           move apr-depto to aprd-r
           move rea-depto to read-r
           compute saldo-aux = orc-depto - rea-depto
           move saldo-aux to sald-r
           if rea-depto > orc-depto
               move "ESTOURO" to estd-r
           else
               move spaces to estd-r
           end-if
           move lin-depto to LINHA-REL
           write LINHA-REL
           add orc-depto to orc-divisao
           add apr-depto to apr-divisao
           add rea-depto to rea-divisao
           move zeros to orc-depto apr-depto rea-depto.
      *-----------------------------------------------------------------
       fecha-divisao.
           move divisao-ant to divt-r
           move orc-divisao to orcv-r
           move apr-divisao to aprv-r
           move rea-divisao to reav-r
           compute saldo-aux = orc-divisao - rea-divisao
           move saldo-aux to salv-r
           move lin-tot-div to LINHA-REL
           write LINHA-REL
           add orc-divisao to orc-geral
           add apr-divisao to apr-geral
           add rea-divisao to rea-geral
           move zeros to orc-divisao apr-divisao rea-divisao.
      *-----------------------------------------------------------------
       imprime-geral.
           move spaces to LINHA-REL
           write LINHA-REL
           move orc-geral to orcg-r
           move apr-geral to aprg-r
           move rea-geral to reag-r
           compute saldo-aux = orc-geral - rea-geral
           move saldo-aux to salg-r
           move lin-geral to LINHA-REL
           write LINHA-REL
           move qt-estouro to qte-r
           move lin-estouro to LINHA-REL
           write LINHA-REL.
      *-----------------------------------------------------------------
       fecha-arq.
           close BEMS.
           close DEPTOS.
           close ORCAMENTO.
           close REL-ORC.
       end program RELORC.
