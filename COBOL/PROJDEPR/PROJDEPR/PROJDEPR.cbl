      *Projecao Plurianual de Depreciacao (simulacao para orcamento)
      *Projeta, mes a mes, a despesa de depreciacao dos proximos 1 a 5
      *anos sem gravar nada em MOVDEPR.DAT, CTLDEPR.DAT ou qualquer
      *outro arquivo do calculo mensal:
      *  - a projecao comeca no mes seguinte ao ultimo periodo
      *    encerrado no CTLDEPR.DAT (sem periodo encerrado, no mes
      *    corrente) e cada ano da projecao sao 12 meses seguidos;
      *  - cada bem ativo de PATRIMO.DAT parte da ultima posicao de
      *    MOVDEPR.DAT ate o periodo encerrado (depreciacao acumulada
      *    ja lancada); bem sem registro parte do acumulado calculado
      *    como no DEPREBEM;
      *  - a quota de cada mes sai das mesmas taxas por CLASSE-TIPO e
      *    das mesmas bases de REAVAL.DAT (laudo ate o mes, meses
      *    contados da data do laudo) do calcula-deprec do DEPREBEM;
      *    laudo novo dentro da projecao recomeca o acumulado na nova
      *    base, como o DEPREBEM faria no mes dele;
      *  - o bem para de depreciar no mes em que o acumulado alcanca a
      *    base e entra na lista dos totalmente depreciados do ano;
      *  - opcionalmente entram aquisicoes previstas digitadas para a
      *    simulacao (departamento, classe, mes e valor), depreciando
      *    a partir do mes seguinte ao da compra, como um bem novo.
      *Ordena por divisao (DEPTOS.txt), departamento e classe, como
      *o RESBEM, e imprime a despesa projetada de cada ano e do
      *periodo todo, com totais por departamento, por divisao e
      *geral; depois a lista, por ano, dos bens que terminam de
      *depreciar.

       Identification Division.
       Program-Id. PROJDEPR.

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

              SELECT REL-PROJ ASSIGN TO DISK-3
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-REL.

              SELECT MOVDEPR ASSIGN TO DISK-4
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY MD-CHAVE
              FILE STATUS ARQST-MOV.

              SELECT CTLDEPR ASSIGN TO DISK-5
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CT-PERIODO
              FILE STATUS ARQST-CTL.

              SELECT REAVAL ASSIGN TO DISK-6
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RV-CHAVE
              FILE STATUS ARQST-RV.

              SELECT ARQ-QUITADOS ASSIGN TO DISK-7
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-QT.

              SELECT ARQ-ORDEM-Q ASSIGN TO DISK-8.

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
           02 ANOS-O.
               03 VAL-ANO-O      PIC 9(08)V99 OCCURS 5 TIMES.

       FD  REL-PROJ LABEL RECORD STANDARD.
       01  LINHA-REL             PIC X(121).

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

       FD  REAVAL LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "REAVAL.DAT".
       01  reg-reaval.
           02 RV-CHAVE.
               03 RV-CODIGO-BEM  PIC 9(06).
               03 RV-DATA        PIC 9(08).
           02 RV-VALOR-BASE      PIC 9(08)V99.
           02 RV-LAUDO           PIC X(15).

      *Bens que terminam de depreciar dentro da projecao, gravados
      *durante o calculo e ordenados por ano no fim.
       FD  ARQ-QUITADOS LABEL RECORD STANDARD.
       01  REG-QUITADO.
           02 QU-ANO             PIC 9(01).
           02 QU-PERIODO         PIC 9(06).
           02 QU-CODIGO          PIC 9(06).
           02 QU-DESCRICAO       PIC X(30).
           02 QU-DEPTO           PIC X(04).
           02 QU-CLASSE          PIC 9(02).
           02 QU-BASE            PIC 9(08)V99.

       SD  ARQ-ORDEM-Q.
       01  REG-ORDEM-Q.
           02 QO-ANO             PIC 9(01).
           02 QO-PERIODO         PIC 9(06).
           02 QO-CODIGO          PIC 9(06).
           02 QO-DESCRICAO       PIC X(30).
           02 QO-DEPTO           PIC X(04).
           02 QO-CLASSE          PIC 9(02).
           02 QO-BASE            PIC 9(08)V99.

       WORKING-STORAGE SECTION.
       01 arqst        pic x(2).
       01 arqst-depto  pic x(2).
       01 arqst-rel    pic x(2).
       01 arqst-mov    pic x(2).
       01 arqst-ctl    pic x(2).
       01 arqst-rv     pic x(2).
       01 arqst-qt     pic x(2).
       01 fim-bems     pic x(1) value "N".
       01 fim-ordem    pic x(1) value "N".
       01 fim-ctl      pic x(1) value "N".
       01 tem-dados    pic x(1) value "N".
       01 sem-movdepr  pic x(1) value "N".
       01 sem-ctldepr  pic x(1) value "N".
       01 sem-reaval   pic x(1) value "N".
       01 tem-reaval   pic x(1) value "N".
       01 tem-fechado  pic x(1) value "N".
       01 quitado      pic x(1) value "N".

      *Taxas mensais de depreciacao linear por classe, as mesmas do
      *DEPREBEM (10, 8, 5 e 3 anos de vida util).
       01 TAXAS.
           02 filler pic 9v9999 value 0,0083.
           02 filler pic 9v9999 value 0,0104.
           02 filler pic 9v9999 value 0,0167.
           02 filler pic 9v9999 value 0,0278.
       01 TAB-TAXAS redefines TAXAS.
           02 TAXA-T pic 9v9999 occurs 4 times.

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
       01 classe-aux        pic 9(02).
       01 data-hoje         pic 9(08).

      *Horizonte da projecao: ultimo periodo encerrado (posicao de
      *partida), primeiro mes projetado e quantidade de anos.
       01 qtde-anos         pic 9(01) value zeros.
       01 total-meses       pic 9(02) value zeros.
       01 periodo-fechado.
           02 fechado-aaaa    pic 9(04).
           02 fechado-mm      pic 9(02).
       01 periodo-fechado-n redefines periodo-fechado pic 9(06).
       01 periodo-proj.
           02 proj-aaaa       pic 9(04).
           02 proj-mm         pic 9(02).
       01 periodo-proj-n redefines periodo-proj pic 9(06).
       01 mes-proj          pic 9(02) value zeros.
       01 ano-proj          pic 9(01) value zeros.
       01 ix-ano            pic 9(01) value zeros.

      *Data base de cada mes projetado para o calculo, como a data
      *digitada no DEPREBEM (fim do mes, para o laudo do proprio mes
      *ja valer).
       01 data-base.
           02 data-base-aaaa  pic 9(04).
           02 data-base-mm    pic 9(02).
           02 data-base-dd    pic 9(02).
       01 data-base-n redefines data-base pic 9(08).

      *Bem da vez: de PATRIMO.DAT ou uma aquisicao prevista (codigo
      *zero, sem laudo de reavaliacao).
       01 codigo-proj       pic 9(06) value zeros.
       01 descricao-proj    pic x(30) value spaces.
       01 depto-proj        pic x(04) value spaces.
       01 valor-proj        pic 9(08)v99 value zeros.
       01 aquis-proj        pic 9(08) value zeros.
       01 acum-proj         pic 9(08)v99 value zeros.
       01 quota-proj        pic 9(08)v99 value zeros.
       01 laudo-vigente     pic 9(08) value zeros.
       01 soma-anos.
           02 soma-ano-t      pic 9(08)v99 occurs 5 times.
       01 soma-bem          pic 9(10)v99 value zeros.

       01 meses-decorridos   pic s9(04).
       01 aa-base-dep        pic 9(04).
       01 mm-base-dep        pic 9(02).
       01 base-deprec        pic 9(08)v99.
       01 deprec-mensal      pic 9(08)v99.
       01 deprec-anterior    pic 9(08)v99.
       01 deprec-mes         pic 9(08)v99.
       01 deprec-acum        pic 9(08)v99.

      *Aquisicoes previstas digitadas para esta simulacao.
       01 qtde-previstas    pic 9(02) value zeros.
       01 ix-prev           pic 9(02) value zeros.
       01 inclui-previstas  pic x(1) value "N".
       01 fim-previstas     pic x(1) value "N".
       01 prev-depto        pic x(04) value spaces.
       01 prev-classe       pic 9(02) value zeros.
       01 prev-periodo      pic 9(06) value zeros.
       01 prev-valor        pic 9(08)v99 value zeros.
       01 prev-descricao    pic x(30) value spaces.
       01 TAB-PREVISTAS.
           02 PREV-T occurs 50 times.
               03 PREV-DEPTO-T     pic x(04).
               03 PREV-CLASSE-T    pic 9(02).
               03 PREV-PERIODO-T   pic 9(06).
               03 PREV-VALOR-T     pic 9(08)v99.
               03 PREV-DESCRICAO-T pic x(30).

       01 divisao-ant       pic x(02) value spaces.
       01 depto-ant         pic x(04) value spaces.
       01 classe-ant        pic 9(02) value zeros.

       01 qt-classe         pic 9(06) value zeros.
       01 qt-depto          pic 9(06) value zeros.
       01 qt-divisao        pic 9(06) value zeros.
       01 qt-geral          pic 9(06) value zeros.
       01 tot-classe.
           02 tot-classe-t    pic 9(10)v99 occurs 5 times.
       01 tot-depto.
           02 tot-depto-t     pic 9(10)v99 occurs 5 times.
       01 tot-divisao.
           02 tot-divisao-t   pic 9(10)v99 occurs 5 times.
       01 tot-geral.
           02 tot-geral-t     pic 9(10)v99 occurs 5 times.
       01 imp-anos.
           02 imp-ano-t       pic 9(10)v99 occurs 5 times.
       01 soma-linha        pic 9(11)v99 value zeros.

       01 fim-quitados      pic x(1) value "N".
       01 tem-quitados      pic x(1) value "N".
       01 ano-quit-ant      pic 9(01) value zeros.
       01 qt-quit-ano       pic 9(06) value zeros.
       01 base-quit-ano     pic 9(10)v99 value zeros.
       01 qt-quit-geral     pic 9(06) value zeros.

       01 cab-1.
           02 filler pic x(51) value
              "PROJECAO DE DEPRECIACAO POR DIVISAO, DEPTO E CLASSE".
       01 cab-1b.
           02 filler pic x(29) value
              "POSICAO DE PARTIDA: PERIODO ".
           02 perpos-c pic 9(06).
           02 filler pic x(03) value spaces.
           02 filler pic x(17) value "ANOS PROJETADOS: ".
           02 anos-c   pic 9.
           02 filler pic x(42) value
              "   (SIMULACAO - NENHUM LANCAMENTO GRAVADO)".
       01 cab-1c.
           02 filler pic x(52) value
              "SEM MES ENCERRADO NO CTLDEPR: BENS PARTEM DO CALCULO".
           02 filler pic x(25) value " ATE O MES ANTERIOR".
       01 cab-2.
           02 filler pic x(30) value spaces.
           02 cab-ano-t occurs 5 times.
               03 filler  pic x(02) value spaces.
               03 nome-ano-c pic x(13).
           02 filler pic x(02) value spaces.
           02 filler pic x(14) value "       TOTAL".
       01 cab-3.
           02 filler pic x(30) value spaces.
           02 cab-per-t occurs 5 times.
               03 filler  pic x(02) value spaces.
               03 ini-ano-c pic 9(06).
               03 filler  pic x(01) value "-".
               03 fim-ano-c pic 9(06).
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
      *Linha de valores: rotulo de 30 posicoes, um valor por ano e o
      *total; serve a classe, ao departamento, a divisao e ao geral.
       01 lin-valores.
           02 rot-r    pic x(30).
           02 val-ano-r occurs 5 times.
               03 filler  pic x(02).
               03 val-r   pic zz.zzz.zz9,99.
           02 filler   pic x(02) value spaces.
           02 tot-r    pic zzz.zzz.zz9,99.
       01 rot-classe.
           02 filler   pic x(04) value spaces.
           02 clan-r   pic x(18).
           02 filler   pic x(01) value spaces.
           02 qtc-r    pic zzzzz9.
       01 rot-depto.
           02 filler   pic x(12) value "TOTAL DEPTO ".
           02 dptt-r   pic x(04).
           02 filler   pic x(07) value " BENS: ".
           02 qtd-r    pic zzzzz9.
       01 rot-divisao.
           02 filler   pic x(14) value "TOTAL DIVISAO ".
           02 divt-r   pic x(02).
           02 filler   pic x(07) value " BENS: ".
           02 qtv-r    pic zzzzz9.
       01 rot-geral.
           02 filler   pic x(16) value "TOTAL GERAL".
           02 filler   pic x(07) value " BENS: ".
           02 qtg-r    pic zzzzz9.

       01 cab-q-1.
           02 filler pic x(52) value
              "BENS QUE TERMINAM DE DEPRECIAR DENTRO DA PROJECAO".
       01 cab-q-2.
           02 filler pic x(09) value "PERIODO".
           02 filler pic x(08) value "CODIGO".
           02 filler pic x(31) value "DESCRICAO".
           02 filler pic x(06) value "DEPTO".
           02 filler pic x(19) value "CLASSE".
           02 filler pic x(14) value "   BASE DEPREC".
       01 lin-ano-q.
           02 filler   pic x(04) value "ANO ".
           02 anoq-r   pic 9.
           02 filler   pic x(02) value " (".
           02 iniq-r   pic 9(06).
           02 filler   pic x(01) value "-".
           02 fimq-r   pic 9(06).
           02 filler   pic x(01) value ")".
       01 lin-quitado.
           02 perq-r   pic 9(06).
           02 filler   pic x(03) value spaces.
           02 codq-r   pic zzzzz9.
           02 filler   pic x(02) value spaces.
           02 desq-r   pic x(30).
           02 filler   pic x(01) value spaces.
           02 dptq-r   pic x(04).
           02 filler   pic x(02) value spaces.
           02 claq-r   pic x(18).
           02 filler   pic x(01) value spaces.
           02 basq-r   pic zz.zzz.zz9,99.
       01 lin-tot-q.
           02 filler   pic x(14) value "TOTAL DO ANO: ".
           02 qtq-r    pic zzzzz9.
           02 filler   pic x(07) value " BENS  ".
           02 filler   pic x(58) value spaces.
           02 bstq-r   pic zz.zzz.zz9,99.
       01 lin-nenhum-q.
           02 filler   pic x(45) value
              "NENHUM BEM TERMINA DE DEPRECIAR NO HORIZONTE".

       procedure division.
      *-----------------------------------------------------------------
       Inicio.
           perform abre-arq.
           perform pede-parametros.
           perform acha-posicao.
           perform pede-previstas.
           open output ARQ-QUITADOS.
           sort ARQ-ORDEM on ascending key DIVISAO-O DEPTO-O CLASSE-O
                input procedure is projeta-bems
                output procedure is imprime-projecao.
           close ARQ-QUITADOS.
           sort ARQ-ORDEM-Q on ascending key QO-ANO QO-PERIODO
                QO-CODIGO
                using ARQ-QUITADOS
                output procedure is imprime-quitados.
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
           open output REL-PROJ.
      *Tudo aberto so para leitura: a simulacao nunca cria nem grava
      *os arquivos do calculo mensal. Sem MOVDEPR o bem parte do
      *acumulado calculado; sem REAVAL a base e o VALOR-COMPRA.
           move "N" to sem-movdepr.
           open input MOVDEPR.
           if ARQST-MOV not = "00"
               move "S" to sem-movdepr.
           move "N" to sem-ctldepr.
           open input CTLDEPR.
           if ARQST-CTL not = "00"
               move "S" to sem-ctldepr.
           move "N" to sem-reaval.
           open input REAVAL.
           if ARQST-RV not = "00"
               move "S" to sem-reaval.
      *-----------------------------------------------------------------
       pede-parametros.
           display "PROJECAO PLURIANUAL DE DEPRECIACAO (SIMULACAO)".
           display "Quantidade de anos a projetar (1 a 5): ".
           accept qtde-anos.
           if qtde-anos < 1 or qtde-anos > 5
               display "QUANTIDADE DE ANOS INVALIDA"
               stop run.
           compute total-meses = qtde-anos * 12.
      *-----------------------------------------------------------------
       acha-posicao.
      *Ultimo mes encerrado ("F") do CTLDEPR.DAT, lido de tras para a
      *frente; os registros AAAA99 do MAPANUAL nao sao meses.
           move "N" to tem-fechado.
           move "N" to fim-ctl.
           if sem-ctldepr = "S"
               move "S" to fim-ctl
           else
               move 999999 to CT-PERIODO
               start CTLDEPR key is less than or equal CT-PERIODO
                   invalid key move "S" to fim-ctl
               end-start.
           perform le-ctldepr-anterior until fim-ctl = "S".
      *Sem mes encerrado a projecao parte do mes anterior ao corrente.
           if tem-fechado = "N"
               move function current-date (1:8) to data-hoje
               move data-hoje (1:4) to fechado-aaaa
               move data-hoje (5:2) to fechado-mm
               perform recua-fechado.
           move periodo-fechado-n to periodo-proj-n.
           perform avanca-mes.
           display "Posicao de partida: periodo " periodo-fechado-n.
           display "Primeiro mes projetado....: " periodo-proj-n.
      *-----------------------------------------------------------------
       le-ctldepr-anterior.
           read CTLDEPR previous record at end move "S" to fim-ctl
           not at end
               if CT-SITUACAO = "F" and CT-PERIODO (5:2) >= "01"
                  and CT-PERIODO (5:2) <= "12"
                   move CT-PERIODO to periodo-fechado-n
                   move "S" to tem-fechado
                   move "S" to fim-ctl
               end-if
           end-read.
      *-----------------------------------------------------------------
       recua-fechado.
           if fechado-mm = 1
               subtract 1 from fechado-aaaa
               move 12 to fechado-mm
           else
               subtract 1 from fechado-mm.
      *-----------------------------------------------------------------
       avanca-mes.
           if proj-mm = 12
               add 1 to proj-aaaa
               move 1 to proj-mm
           else
               add 1 to proj-mm.
      *-----------------------------------------------------------------
       pede-previstas.
      *Aquisicoes previstas valem so para esta execucao: nada e
      *gravado, e a compra de verdade entra pelo CADNF/BENS.
           move zeros to qtde-previstas.
           display "Incluir aquisicoes previstas <S/N>: ".
           accept inclui-previstas.
           if inclui-previstas = "S" or inclui-previstas = "s"
               move "N" to fim-previstas
               perform pede-prevista until fim-previstas = "S".
      *-----------------------------------------------------------------
       pede-prevista.
           display "Aquisicao prevista " qtde-previstas
               " - depto (em branco encerra): ".
           move spaces to prev-depto.
           accept prev-depto.
           if prev-depto = spaces
               move "S" to fim-previstas
           else
               display "  Classe (1-Mob 2-Eletro 3-Info 4-Tel): "
               accept prev-classe
               display "  Mes da compra AAAAMM: "
               accept prev-periodo
               display "  Valor: "
               accept prev-valor
               display "  Descricao: "
               move spaces to prev-descricao
               accept prev-descricao
               perform confere-prevista.
      *-----------------------------------------------------------------
       confere-prevista.
      *Compra antes do primeiro mes projetado ja devia estar no
      *PATRIMO.DAT; depois do horizonte nao deprecia nele.
           move prev-depto to CODIGO-DEPTO-D.
           read DEPTOS invalid key
                display "  DEPARTAMENTO NAO CADASTRADO, IGNORADA"
                go to confere-prevista-fim
           end-read.
           if prev-classe < 1 or prev-classe > 4
               display "  CLASSE INVALIDA, IGNORADA"
               go to confere-prevista-fim.
           if prev-periodo < periodo-proj-n
              or prev-periodo (5:2) < "01" or prev-periodo (5:2) > "12"
               display "  MES FORA DA PROJECAO, IGNORADA"
               go to confere-prevista-fim.
           if prev-valor = zeros
               display "  VALOR ZERADO, IGNORADA"
               go to confere-prevista-fim.
           add 1 to qtde-previstas.
           move prev-depto to PREV-DEPTO-T (qtde-previstas).
           move prev-classe to PREV-CLASSE-T (qtde-previstas).
           move prev-periodo to PREV-PERIODO-T (qtde-previstas).
           move prev-valor to PREV-VALOR-T (qtde-previstas).
           move prev-descricao to PREV-DESCRICAO-T (qtde-previstas).
           if qtde-previstas >= 50
               display "LIMITE DE 50 AQUISICOES PREVISTAS ATINGIDO"
               move "S" to fim-previstas.
       confere-prevista-fim.
           exit.
      *-----------------------------------------------------------------
       projeta-bems.
           move "N" to fim-bems.
           move low-values to CODIGO-BEM.
           start BEMS key is greater than or equal CODIGO-BEM
               invalid key move "S" to fim-bems.
           perform solta-bem until fim-bems = "S".
           perform solta-prevista
               varying ix-prev from 1 by 1
               until ix-prev > qtde-previstas.
      *-----------------------------------------------------------------
       solta-bem.
           read BEMS next record at end move "S" to fim-bems
           not at end
               move CODIGO-TIPO (1:2) to classe-aux
               if STATUS-BEM not = "B"
                  and classe-aux >= 1 and classe-aux <= 4
                   move CODIGO-BEM to codigo-proj
                   move DESCRICAO-BEM to descricao-proj
                   move CODIGO-DEPTO to depto-proj
                   move VALOR-COMPRA to valor-proj
                   move DT-AQUISICAO to aquis-proj
                   perform posicao-bem
                   perform projeta-bem
               end-if
           end-read.
      *-----------------------------------------------------------------
       solta-prevista.
      *Compra prevista parte do zero, sem laudo, adquirida no dia 1
      *do mes informado.
           move zeros to codigo-proj.
           move PREV-DESCRICAO-T (ix-prev) to descricao-proj.
           move PREV-DEPTO-T (ix-prev) to depto-proj.
           move PREV-CLASSE-T (ix-prev) to classe-aux.
           move PREV-VALOR-T (ix-prev) to valor-proj.
           compute aquis-proj = PREV-PERIODO-T (ix-prev) * 100 + 1.
           move zeros to acum-proj.
           move zeros to laudo-vigente.
           perform projeta-bem.
      *-----------------------------------------------------------------
       posicao-bem.
      *Acumulado de partida: o ultimo MOVDEPR ate o periodo encerrado,
      *START pela chave composta e leitura do registro anterior, como
      *no busca-liquido do POSBEM; sem ele, o calculo do DEPREBEM no
      *periodo encerrado. O laudo em vigor na partida fica guardado
      *para perceber um laudo novo dentro da projecao.
           compute data-base-n = periodo-fechado-n * 100 + 31.
           perform calcula-deprec.
           move deprec-acum to acum-proj.
           move zeros to laudo-vigente.
           if tem-reaval = "S"
               move RV-DATA to laudo-vigente.
           if sem-movdepr = "N"
               move codigo-proj to MD-CODIGO-BEM
               move periodo-fechado-n to MD-PERIODO
               start MOVDEPR key is less than or equal MD-CHAVE
                    invalid key move "23" to arqst-mov
               end-start
               if arqst-mov = "00"
                    read MOVDEPR previous record
                         at end move "10" to arqst-mov
                         not at end
                              if MD-CODIGO-BEM = codigo-proj
                                   move MD-DEPREC-ACUM to acum-proj
                              end-if
                    end-read.
      *-----------------------------------------------------------------
       projeta-bem.
      *Bem que ja chegou a base antes da projecao nao tem o que
      *projetar nem entra na lista dos que terminam.
           move zeros to soma-anos soma-bem.
           move "N" to quitado.
           move periodo-fechado-n to periodo-proj-n.
           perform projeta-mes
               varying mes-proj from 1 by 1
               until mes-proj > total-meses or quitado = "S".
           if soma-bem > zeros
               perform busca-divisao
               move depto-proj to DEPTO-O
               move classe-aux to CLASSE-O
               move soma-anos to ANOS-O
               release REG-ORDEM.
      *-----------------------------------------------------------------
       projeta-mes.
           perform avanca-mes.
           compute ano-proj = (mes-proj - 1) / 12 + 1.
           compute data-base-n = periodo-proj-n * 100 + 31.
           perform calcula-deprec.
      *Laudo novo no mes: o DEPREBEM passa a calcular sobre a nova
      *base, com os meses contados da data do laudo; o acumulado da
      *projecao recomeca do mesmo ponto.
           if tem-reaval = "S" and RV-DATA not = laudo-vigente
               move RV-DATA to laudo-vigente
               move deprec-anterior to acum-proj.
           if acum-proj >= base-deprec
               move "S" to quitado
           else
               move deprec-mes to quota-proj
               if acum-proj + quota-proj > base-deprec
                   compute quota-proj = base-deprec - acum-proj
               end-if
               add quota-proj to acum-proj
               add quota-proj to soma-ano-t (ano-proj)
               add quota-proj to soma-bem
               if acum-proj >= base-deprec and quota-proj > zeros
                   move "S" to quitado
                   perform grava-quitado
               end-if
           end-if.
      *-----------------------------------------------------------------
       calcula-deprec.
      *Mesma regra do calcula-deprec do DEPREBEM para a data base do
      *mes: com laudo ate a data, base e meses saem do laudo; sem
      *laudo, do valor de compra e da aquisicao.
           perform busca-reaval
           if tem-reaval = "S"
               move RV-VALOR-BASE to base-deprec
               move RV-DATA (1:4) to aa-base-dep
               move RV-DATA (5:2) to mm-base-dep
           else
               move valor-proj to base-deprec
               move aquis-proj (1:4) to aa-base-dep
               move aquis-proj (5:2) to mm-base-dep
           end-if
           compute meses-decorridos =
               ((data-base-aaaa - aa-base-dep) * 12) +
               (data-base-mm - mm-base-dep)
           if meses-decorridos < 0
               move 0 to meses-decorridos.
           compute deprec-mensal rounded =
               base-deprec * TAXA-T(classe-aux).
           compute deprec-acum rounded =
               deprec-mensal * meses-decorridos.
           if deprec-acum > base-deprec
               move base-deprec to deprec-acum.
           if meses-decorridos < 1
               move zeros to deprec-anterior
           else
               compute deprec-anterior rounded =
                   deprec-mensal * (meses-decorridos - 1).
           if deprec-anterior > base-deprec
               move base-deprec to deprec-anterior.
           compute deprec-mes = deprec-acum - deprec-anterior.
      *-----------------------------------------------------------------
       busca-reaval.
      *Ultimo laudo ate a data base, como no busca-reaval do
      *DEPREBEM; aquisicao prevista (codigo zero) nao tem laudo.
           move "N" to tem-reaval.
           if sem-reaval not = "S" and codigo-proj not = zeros
               move codigo-proj to RV-CODIGO-BEM
               move data-base-n to RV-DATA
               start REAVAL key is less than or equal RV-CHAVE
                    invalid key move "N" to tem-reaval
               end-start
               if ARQST-RV = "00"
                   read REAVAL previous record
                        invalid key move "N" to tem-reaval
                        not invalid key
                             if RV-CODIGO-BEM = codigo-proj
                                 move "S" to tem-reaval
                             end-if
                   end-read
               end-if
           end-if.
      *-----------------------------------------------------------------
       grava-quitado.
           move ano-proj to QU-ANO.
           move periodo-proj-n to QU-PERIODO.
           move codigo-proj to QU-CODIGO.
           if codigo-proj = zeros
               move spaces to QU-DESCRICAO
               string "PREVISTA: " delimited by size
                      descricao-proj delimited by size
                      into QU-DESCRICAO
           else
               move descricao-proj to QU-DESCRICAO.
           move depto-proj to QU-DEPTO.
           move classe-aux to QU-CLASSE.
           move base-deprec to QU-BASE.
           write REG-QUITADO.
      *-----------------------------------------------------------------
       busca-divisao.
      *Depto sem cadastro em DEPTOS.txt sai agrupado na divisao "00",
      *como no RESBEM.
           move depto-proj to CODIGO-DEPTO-D
           read DEPTOS invalid key
               move "00" to DIVISAO-O
           not invalid key
               move DIVISAO-D to DIVISAO-O
           end-read.
      *-----------------------------------------------------------------
       imprime-projecao.
           move cab-1 to LINHA-REL
           write LINHA-REL
           move periodo-fechado-n to perpos-c
           move qtde-anos to anos-c
           move cab-1b to LINHA-REL
           write LINHA-REL
           if tem-fechado = "N"
               move cab-1c to LINHA-REL
               write LINHA-REL
           end-if
           perform monta-cab-anos
           move cab-2 to LINHA-REL
           write LINHA-REL
           move cab-3 to LINHA-REL
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
               perform abre-depto
           end-if
           perform processa-grupo until fim-ordem = "S"
           if tem-dados = "S"
               perform fecha-classe
               perform fecha-depto
               perform fecha-divisao
           end-if
           perform imprime-geral.
      *-----------------------------------------------------------------
       monta-cab-anos.
      *Cabecalho das colunas: ANO n e o intervalo de periodos dele;
      *anos fora do horizonte pedido ficam em branco.
           move periodo-fechado-n to periodo-proj-n.
           perform monta-cab-ano
               varying ix-ano from 1 by 1 until ix-ano > 5.
      *-----------------------------------------------------------------
       monta-cab-ano.
           if ix-ano > qtde-anos
               move spaces to cab-ano-t (ix-ano)
               move spaces to cab-per-t (ix-ano)
           else
               move spaces to nome-ano-c (ix-ano)
               string "        ANO " delimited by size
                      ix-ano delimited by size
                      into nome-ano-c (ix-ano)
               perform avanca-mes
               move periodo-proj-n to ini-ano-c (ix-ano)
               perform avanca-mes 11 times
               move periodo-proj-n to fim-ano-c (ix-ano).
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
               perform abre-depto
           else
               if DEPTO-O not = depto-ant
                   perform fecha-classe
                   perform fecha-depto
                   move DEPTO-O to depto-ant
                   move CLASSE-O to classe-ant
                   perform abre-depto
               else
                   if CLASSE-O not = classe-ant
                       perform fecha-classe
                       move CLASSE-O to classe-ant.
           add 1 to qt-classe
           perform soma-ano-classe
               varying ix-ano from 1 by 1 until ix-ano > 5
           return ARQ-ORDEM at end move "S" to fim-ordem
           end-return.
      *-----------------------------------------------------------------
       soma-ano-classe.
           add VAL-ANO-O (ix-ano) to tot-classe-t (ix-ano).
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
       fecha-classe.
           move spaces to rot-classe
           if classe-ant >= 1 and classe-ant <= 4
               move CLASSE-N(classe-ant) to clan-r
           else
               move "CLASSE INVALIDA" to clan-r
           end-if
           move qt-classe to qtc-r
           move rot-classe to rot-r
           move tot-classe to imp-anos
           perform imprime-valores
           add qt-classe to qt-depto
           perform acumula-classe
               varying ix-ano from 1 by 1 until ix-ano > 5
           move zeros to qt-classe tot-classe.
      *-----------------------------------------------------------------
       acumula-classe.
           add tot-classe-t (ix-ano) to tot-depto-t (ix-ano).
      *-----------------------------------------------------------------
       fecha-depto.
           move depto-ant to dptt-r
           move qt-depto to qtd-r
           move rot-depto to rot-r
           move tot-depto to imp-anos
           perform imprime-valores
           add qt-depto to qt-divisao
           perform acumula-depto
               varying ix-ano from 1 by 1 until ix-ano > 5
           move zeros to qt-depto tot-depto.
      *-----------------------------------------------------------------
       acumula-depto.
           add tot-depto-t (ix-ano) to tot-divisao-t (ix-ano).
      *-----------------------------------------------------------------
       fecha-divisao.
           move divisao-ant to divt-r
           move qt-divisao to qtv-r
           move rot-divisao to rot-r
           move tot-divisao to imp-anos
           perform imprime-valores
           add qt-divisao to qt-geral
           perform acumula-divisao
               varying ix-ano from 1 by 1 until ix-ano > 5
           move zeros to qt-divisao tot-divisao.
      *-----------------------------------------------------------------
       acumula-divisao.
           add tot-divisao-t (ix-ano) to tot-geral-t (ix-ano).
      *-----------------------------------------------------------------
       imprime-geral.
           move spaces to LINHA-REL
           write LINHA-REL
           move qt-geral to qtg-r
           move rot-geral to rot-r
           move tot-geral to imp-anos
           perform imprime-valores.
      *-----------------------------------------------------------------
       imprime-valores.
      *Rotulo ja montado em rot-r e os totais do nivel em imp-anos;
      *as colunas dos anos fora do horizonte ficam em branco.
           move zeros to soma-linha
           perform monta-valor-ano
               varying ix-ano from 1 by 1 until ix-ano > 5
           move soma-linha to tot-r
           move lin-valores to LINHA-REL
           write LINHA-REL.
      *-----------------------------------------------------------------
       monta-valor-ano.
           if ix-ano > qtde-anos
               move spaces to val-ano-r (ix-ano)
           else
               move spaces to val-ano-r (ix-ano)
               move imp-ano-t (ix-ano) to val-r (ix-ano)
               add imp-ano-t (ix-ano) to soma-linha.
      *-----------------------------------------------------------------
       imprime-quitados.
           move spaces to LINHA-REL
           write LINHA-REL
           move cab-q-1 to LINHA-REL
           write LINHA-REL
           move cab-q-2 to LINHA-REL
           write LINHA-REL
           move "N" to fim-quitados
           return ARQ-ORDEM-Q at end move "S" to fim-quitados
           end-return
           if fim-quitados = "N"
               move "S" to tem-quitados
               move QO-ANO to ano-quit-ant
               perform abre-ano-quit
           end-if
           perform processa-quitado until fim-quitados = "S"
           if tem-quitados = "S"
               perform fecha-ano-quit
           else
               move lin-nenhum-q to LINHA-REL
               write LINHA-REL.
      *-----------------------------------------------------------------
       processa-quitado.
           if QO-ANO not = ano-quit-ant
               perform fecha-ano-quit
               move QO-ANO to ano-quit-ant
               perform abre-ano-quit.
           move QO-PERIODO to perq-r
           move QO-CODIGO to codq-r
           move QO-DESCRICAO to desq-r
           move QO-DEPTO to dptq-r
           if QO-CLASSE >= 1 and QO-CLASSE <= 4
               move CLASSE-N(QO-CLASSE) to claq-r
           else
               move "CLASSE INVALIDA" to claq-r
           end-if
           move QO-BASE to basq-r
           move lin-quitado to LINHA-REL
           write LINHA-REL
           add 1 to qt-quit-ano
           add QO-BASE to base-quit-ano
           return ARQ-ORDEM-Q at end move "S" to fim-quitados
           end-return.
      *-----------------------------------------------------------------
       abre-ano-quit.
           move spaces to LINHA-REL
           write LINHA-REL
           move ano-quit-ant to anoq-r
           move ini-ano-c (ano-quit-ant) to iniq-r
           move fim-ano-c (ano-quit-ant) to fimq-r
           move lin-ano-q to LINHA-REL
           write LINHA-REL.
      *-----------------------------------------------------------------
       fecha-ano-quit.
           move qt-quit-ano to qtq-r
           move base-quit-ano to bstq-r
           move lin-tot-q to LINHA-REL
           write LINHA-REL
           add qt-quit-ano to qt-quit-geral
           move zeros to qt-quit-ano base-quit-ano.
      *-----------------------------------------------------------------
       fecha-arq.
           close BEMS.
           close DEPTOS.
           close REL-PROJ.
           if sem-movdepr not = "S"
               close MOVDEPR.
           if sem-ctldepr not = "S"
               close CTLDEPR.
           if sem-reaval not = "S"
               close REAVAL.
       end program PROJDEPR.
