      *Relatorio de Pendencias do Inventario Fisico
      *Acompanha o que a aprovacao das contagens (ver APRINV) deixou
      *para resolver: lista, por contagem aprovada e por
      *departamento, o faltante cuja solicitacao de baixa continua
      *pendente no BXAPEND com o bem ainda ativo e o nao cadastrado
      *que continua em PENDCAD.DAT sem inclusao no BENS nem no
      *TERCBEM, com os dias desde a aprovacao. Baixa aprovada ou
      *recusada (a recusa leva a justificativa do supervisor) e
      *cadastro resolvido saem do relatorio.
      *Informando uma contagem lista so ela; zero lista todas.

       Identification Division.
       Program-Id. RELINV.

       Environment Division.
       special-names.   decimal-point is comma.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT INVCONT ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IC-CONTAGEM
              FILE STATUS ARQST.

              SELECT INVEXC ASSIGN TO DISK-1
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IE-CHAVE
              FILE STATUS ARQST-IE.

              SELECT BXPEND ASSIGN TO DISK-2
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY BX-CHAVE
              FILE STATUS ARQST-BXP.

              SELECT BEMS ASSIGN TO DISK-3
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CODIGO-BEM
              ALTERNATE RECORD KEY DESCRICAO-BEM WITH DUPLICATES
              ALTERNATE RECORD KEY CODIGO-DEPTO WITH DUPLICATES
              ALTERNATE RECORD KEY NOTA-FISCAL WITH DUPLICATES
              ALTERNATE RECORD KEY CODIGO-TIPO WITH DUPLICATES
              FILE STATUS ARQST-BEM.

              SELECT PENDCAD ASSIGN TO DISK-4
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY PC-CODIGO
              FILE STATUS ARQST-PC.

              SELECT DEPTOS ASSIGN TO DISK-5
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CODIGO-DEPTO-D
              FILE STATUS ARQST-DEPTO.

              SELECT ARQ-ORDEM ASSIGN TO DISK-6.

              SELECT REL-PEND ASSIGN TO DISK-7
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-REL.

       data division.
       file section.
       FD  INVCONT LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "INVCONT.DAT".
       01  REG-INVCONT.
           02 IC-CONTAGEM          PIC 9(08).
           02 IC-SITUACAO          PIC X(01).
           02 IC-DT-PROC           PIC 9(08).
           02 IC-TOTAL-FALTANTES   PIC 9(06).
           02 IC-TOTAL-NAOCAD      PIC 9(06).
           02 IC-APROVADOR         PIC X(10).
           02 IC-DT-APROVACAO      PIC 9(08).
           02 IC-TOTAL-BAIXAS      PIC 9(06).
           02 IC-TOTAL-PENDCAD     PIC 9(06).

       FD  INVEXC LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "INVEXC.DAT".
       01  REG-INVEXC.
           02 IE-CHAVE.
               03 IE-CONTAGEM      PIC 9(08).
               03 IE-TIPO          PIC X(01).
               03 IE-CODIGO        PIC 9(06).
           02 IE-DESCRICAO         PIC X(30).
           02 IE-DEPTO             PIC X(04).
           02 IE-LOCAL             PIC X(06).
           02 IE-SITUACAO          PIC X(01).
           02 IE-DATA-PED          PIC 9(08).
           02 IE-HORA-PED          PIC 9(06).

       FD  BXPEND LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "BXPEND.DAT".
       01  REG-BXPEND.
           02 BX-CHAVE.
               03 BX-CODIGO-BEM    PIC 9(06).
               03 BX-DATA-PED      PIC 9(08).
               03 BX-HORA-PED      PIC 9(06).
           02 BX-DT-BAIXA          PIC 9(08).
           02 BX-MOTIVO            PIC X(30).
           02 BX-SOLICITANTE       PIC X(10).
           02 BX-SITUACAO          PIC X(01).
           02 BX-APROVADOR         PIC X(10).
           02 BX-DT-DECISAO        PIC 9(08).
           02 BX-JUSTIF            PIC X(30).

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

       FD  PENDCAD LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "PENDCAD.DAT".
       01  REG-PENDCAD.
           02 PC-CODIGO            PIC 9(06).
           02 PC-CONTAGEM          PIC 9(08).
           02 PC-LOCAL             PIC X(06).
           02 PC-DEPTO             PIC X(04).
           02 PC-SITUACAO          PIC X(01).
           02 PC-DT-INCLUSAO       PIC 9(08).
           02 PC-DT-SITUACAO       PIC 9(08).
           02 PC-OPERADOR          PIC X(10).
           02 PC-CODIGO-TERC       PIC 9(06).

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
           02 CONTAGEM-O         PIC 9(08).
           02 DEPTO-O            PIC X(04).
           02 TIPO-O             PIC X(01).
           02 CODIGO-O           PIC 9(06).
           02 DESCRICAO-O        PIC X(30).
           02 LOCAL-O            PIC X(06).
           02 PENDENCIA-O        PIC X(26).
           02 APROVADOR-O        PIC X(10).
           02 DT-APROVACAO-O     PIC 9(08).
           02 DIAS-O             PIC 9(05).

       FD  REL-PEND LABEL RECORD STANDARD.
       01  LINHA-REL             PIC X(100).

       WORKING-STORAGE SECTION.
       01 arqst        pic x(2).
       01 arqst-ie     pic x(2).
       01 arqst-bxp    pic x(2).
       01 arqst-bem    pic x(2).
       01 arqst-pc     pic x(2).
       01 arqst-depto  pic x(2).
       01 arqst-rel    pic x(2).
       01 sem-bxpend   pic x(1) value "N".
       01 sem-pendcad  pic x(1) value "N".

       01 filtro-contagem  pic 9(08) value zeros.
       01 data-hoje        pic 9(08) value zeros.
       01 fim-cont         pic x(1) value "N".
       01 fim-exc          pic x(1) value "N".
       01 fim-ordem        pic x(1) value "N".
       01 tem-dados        pic x(1) value "N".
       01 pendencia        pic x(26) value spaces.
       01 dias-aprovada    pic 9(05) value zeros.
       01 contagem-ant     pic 9(08) value zeros.
       01 depto-ant        pic x(04) value spaces.
       01 qt-depto         pic 9(06) value zeros.
       01 qt-contagem      pic 9(06) value zeros.
       01 qt-geral         pic 9(06) value zeros.

       01 cab-1.
           02 filler pic x(50) value
              "PENDENCIAS DO INVENTARIO FISICO - POSICAO EM ".
           02 dthoje-c pic 9(08).
       01 cab-2.
           02 filler pic x(06) value "CODIGO".
           02 filler pic x(02) value spaces.
           02 filler pic x(14) value "EXCECAO".
           02 filler pic x(02) value spaces.
           02 filler pic x(30) value "DESCRICAO".
           02 filler pic x(02) value spaces.
           02 filler pic x(06) value "LOCAL".
           02 filler pic x(02) value spaces.
           02 filler pic x(26) value "PENDENCIA".
           02 filler pic x(02) value spaces.
           02 filler pic x(05) value " DIAS".
       01 lin-contagem.
           02 filler   pic x(09) value "CONTAGEM ".
           02 cont-r   pic 9(08).
           02 filler   pic x(16) value "  APROVADA POR ".
           02 apr-r    pic x(10).
           02 filler   pic x(04) value " EM ".
           02 dtapr-r  pic 9(08).
       01 lin-cab-depto.
           02 filler   pic x(08) value "  DEPTO ".
           02 dptc-r   pic x(04).
           02 filler   pic x(03) value " - ".
           02 dptn-r   pic x(30).
       01 lin-det.
           02 cod-r    pic zzzzz9.
           02 filler   pic x(02) value spaces.
           02 tipo-r   pic x(14).
           02 filler   pic x(02) value spaces.
           02 desc-r   pic x(30).
           02 filler   pic x(02) value spaces.
           02 local-r  pic x(06).
           02 filler   pic x(02) value spaces.
           02 pend-r   pic x(26).
           02 filler   pic x(02) value spaces.
           02 dias-r   pic zzzz9.
       01 lin-tot-depto.
           02 filler   pic x(16) value "  TOTAL DEPTO ".
           02 dptt-r   pic x(04).
           02 filler   pic x(02) value ": ".
           02 qtd-r    pic zzzzz9.
       01 lin-tot-cont.
           02 filler   pic x(15) value "TOTAL CONTAGEM ".
           02 contt-r  pic 9(08).
           02 filler   pic x(02) value ": ".
           02 qtc-r    pic zzzzz9.
       01 lin-geral.
           02 filler   pic x(28) value "EXCECOES SEM SOLUCAO......: ".
           02 qtg-r    pic zzzzz9.

       procedure division.
      *-----------------------------------------------------------------
       Inicio.
           perform abre-arq.
           perform pede-parametros.
           sort ARQ-ORDEM on ascending key CONTAGEM-O DEPTO-O TIPO-O
                CODIGO-O
                input procedure is seleciona-excecoes
                output procedure is imprime-pendencias.
           perform fecha-arq.
           exit program.
      *-----------------------------------------------------------------
       abre-arq.
           open input INVCONT.
           if ARQST not = "00"
               display "ERRO NA ABERTURA DE INVCONT.DAT - " ARQST
               stop run.
           open input INVEXC.
           if ARQST-IE not = "00"
               display "ERRO NA ABERTURA DE INVEXC.DAT - " ARQST-IE
               stop run.
           open input BEMS.
           if ARQST-BEM not = "00"
               display "ERRO NA ABERTURA DE PATRIMO.DAT - " ARQST-BEM
               stop run.
           open input DEPTOS.
           if ARQST-DEPTO not = "00"
               display "ERRO NA ABERTURA DE DEPTOS.txt - " ARQST-DEPTO
               stop run.
      *Sem BXPEND.DAT ou PENDCAD.DAT nenhuma aprovacao gerou pedido
      *daquele lado; o que foi gerado e sumiu conta como pendente.
           move "N" to sem-bxpend.
           open input BXPEND.
           if ARQST-BXP not = "00"
               move "S" to sem-bxpend.
           move "N" to sem-pendcad.
           open input PENDCAD.
           if ARQST-PC not = "00"
               move "S" to sem-pendcad.
           open output REL-PEND.
      *-----------------------------------------------------------------
       pede-parametros.
           display "PENDENCIAS DO INVENTARIO FISICO".
           display "Contagem AAAAMMDD (0 = todas as aprovadas): ".
           accept filtro-contagem.
           move function current-date(1:8) to data-hoje.
           move data-hoje to dthoje-c.
      *-----------------------------------------------------------------
       seleciona-excecoes.
           move "N" to fim-cont.
           move filtro-contagem to IC-CONTAGEM.
           start INVCONT key is greater than or equal IC-CONTAGEM
               invalid key move "S" to fim-cont.
           perform le-contagem until fim-cont = "S".
      *-----------------------------------------------------------------
       le-contagem.
           read INVCONT next record at end move "S" to fim-cont
           not at end
               if filtro-contagem not = zeros
                  and IC-CONTAGEM not = filtro-contagem
                   move "S" to fim-cont
               else
                   if IC-SITUACAO = "A"
                       perform seleciona-contagem
                   end-if
               end-if
           end-read.
      *-----------------------------------------------------------------
       seleciona-contagem.
           move zeros to dias-aprovada.
           if IC-DT-APROVACAO > zeros and IC-DT-APROVACAO < data-hoje
               compute dias-aprovada =
                   function integer-of-date(data-hoje)
                 - function integer-of-date(IC-DT-APROVACAO).
           move "N" to fim-exc.
           move IC-CONTAGEM to IE-CONTAGEM.
           move low-values to IE-TIPO.
           move zeros to IE-CODIGO.
           start INVEXC key is greater than or equal IE-CHAVE
               invalid key move "S" to fim-exc.
           perform le-excecao until fim-exc = "S".
      *-----------------------------------------------------------------
       le-excecao.
           read INVEXC next record at end move "S" to fim-exc
           not at end
               if IE-CONTAGEM not = IC-CONTAGEM
                   move "S" to fim-exc
               else
                   move spaces to pendencia
                   if IE-SITUACAO = "B"
                       perform confere-baixa
                   end-if
                   if IE-SITUACAO = "C"
                       perform confere-cadastro
                   end-if
                   if pendencia not = spaces
                       perform solta-excecao
                   end-if
               end-if
           end-read.
      *-----------------------------------------------------------------
       confere-baixa.
      *O bem baixado ou expurgado resolveu a excecao, seja pelo pedido
      *da contagem, seja por outra baixa; ativo, vale o pedido que a
      *aprovacao deixou apontado na excecao.
           move IE-CODIGO to CODIGO-BEM
           read BEMS invalid key
               move "B" to STATUS-BEM
           end-read
           if STATUS-BEM not = "B"
               if sem-bxpend = "S"
                   move "PEDIDO DE BAIXA SUMIU" to pendencia
               else
                   move IE-CODIGO to BX-CODIGO-BEM
                   move IE-DATA-PED to BX-DATA-PED
                   move IE-HORA-PED to BX-HORA-PED
                   read BXPEND invalid key
                       move "PEDIDO DE BAIXA SUMIU" to pendencia
                   not invalid key
                       if BX-SITUACAO = "P"
                           move "BAIXA AGUARDANDO BXAPEND" to pendencia
                       end-if
                   end-read
               end-if
           end-if.
      *-----------------------------------------------------------------
       confere-cadastro.
           if sem-pendcad = "S"
               move "CADASTRO PENDENTE" to pendencia
           else
               move IE-CODIGO to PC-CODIGO
               read PENDCAD invalid key
                   move "CADASTRO PENDENTE" to pendencia
               not invalid key
                   if PC-SITUACAO = "P"
                       move "CADASTRO PENDENTE" to pendencia
                   end-if
               end-read
           end-if.
      *-----------------------------------------------------------------
       solta-excecao.
           move IC-CONTAGEM to CONTAGEM-O
           move IE-DEPTO to DEPTO-O
           move IE-TIPO to TIPO-O
           move IE-CODIGO to CODIGO-O
           move IE-DESCRICAO to DESCRICAO-O
           move IE-LOCAL to LOCAL-O
           move pendencia to PENDENCIA-O
           move IC-APROVADOR to APROVADOR-O
           move IC-DT-APROVACAO to DT-APROVACAO-O
           move dias-aprovada to DIAS-O
           release REG-ORDEM.
      *-----------------------------------------------------------------
       imprime-pendencias.
           move cab-1 to LINHA-REL
           write LINHA-REL
           move cab-2 to LINHA-REL
           write LINHA-REL
           move "N" to fim-ordem
           return ARQ-ORDEM at end move "S" to fim-ordem
           end-return
           if fim-ordem = "N"
               move "S" to tem-dados
               move CONTAGEM-O to contagem-ant
               move DEPTO-O to depto-ant
               perform abre-contagem
               perform abre-depto
           end-if
           perform processa-grupo until fim-ordem = "S"
           if tem-dados = "S"
               perform fecha-depto
               perform fecha-contagem
           end-if
           perform imprime-geral.
      *-----------------------------------------------------------------
       processa-grupo.
           if CONTAGEM-O not = contagem-ant
               perform fecha-depto
               perform fecha-contagem
               move CONTAGEM-O to contagem-ant
               move DEPTO-O to depto-ant
               perform abre-contagem
               perform abre-depto
           else
               if DEPTO-O not = depto-ant
                   perform fecha-depto
                   move DEPTO-O to depto-ant
                   perform abre-depto.
           move CODIGO-O to cod-r
           if TIPO-O = "F"
               move "FALTANTE" to tipo-r
           else
               move "NAO CADASTRADO" to tipo-r
           end-if
           move DESCRICAO-O to desc-r
           move LOCAL-O to local-r
           move PENDENCIA-O to pend-r
           move DIAS-O to dias-r
           move lin-det to LINHA-REL
           write LINHA-REL
           add 1 to qt-depto
           return ARQ-ORDEM at end move "S" to fim-ordem
           end-return.
      *-----------------------------------------------------------------
       abre-contagem.
           move spaces to LINHA-REL
           write LINHA-REL
           move CONTAGEM-O to cont-r
           move APROVADOR-O to apr-r
           move DT-APROVACAO-O to dtapr-r
           move lin-contagem to LINHA-REL
           write LINHA-REL.
      *-----------------------------------------------------------------
       abre-depto.
      *Achado em sala sem cadastro no CADLOC fica sem departamento.
           move depto-ant to dptc-r
           if depto-ant = spaces
               move "SEM DEPARTAMENTO" to dptn-r
           else
               move depto-ant to CODIGO-DEPTO-D
               read DEPTOS invalid key
                   move spaces to NOME-DEPTO-D
               end-read
               move NOME-DEPTO-D to dptn-r
           end-if
           move lin-cab-depto to LINHA-REL
           write LINHA-REL.
      *-----------------------------------------------------------------
       fecha-depto.
           move depto-ant to dptt-r
           move qt-depto to qtd-r
           move lin-tot-depto to LINHA-REL
           write LINHA-REL
           add qt-depto to qt-contagem
           move zeros to qt-depto.
      *-----------------------------------------------------------------
       fecha-contagem.
           move contagem-ant to contt-r
           move qt-contagem to qtc-r
           move lin-tot-cont to LINHA-REL
           write LINHA-REL
           add qt-contagem to qt-geral
           move zeros to qt-contagem.
      *-----------------------------------------------------------------
       imprime-geral.
           move spaces to LINHA-REL
           write LINHA-REL
           move qt-geral to qtg-r
           move lin-geral to LINHA-REL
           write LINHA-REL.
      *-----------------------------------------------------------------
       fecha-arq.
           close INVCONT.
           close INVEXC.
           close BEMS.
           close DEPTOS.
           close REL-PEND.
           if sem-bxpend not = "S"
               close BXPEND.
           if sem-pendcad not = "S"
               close PENDCAD.
       end program RELINV.
