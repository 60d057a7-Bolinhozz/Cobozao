      *Rateio Mensal de Custos do Patrimonio por Departamento
      *Cobra de cada departamento (centro de custo) os bens que ele
      *usou no mes, para a contabilidade gerencial:
      *  - depreciacao: o MD-VALOR-MES de MOVDEPR.DAT do periodo; bem
      *    transferido no mes (MOVBEM.DAT, ver TRFBEM) e rateado pelos
      *    dias em que cada departamento ficou com ele - o dia da
      *    transferencia ja e do destino - e o departamento do comeco
      *    do mes e a origem da primeira transferencia depois do dia
      *    1, como no busca-depto-data do POSBEM;
      *  - manutencao: o CUSTO-MANUT das ordens encerradas ("F") em
      *    MNTORD.DAT com retorno no mes (ver MNTBEM), cobrado do
      *    departamento que tinha o bem na data do retorno;
      *  - terceiros: a mensalidade de BEMTERC.DAT (ver TERCBEM) dos
      *    bens de terceiros que o departamento tem, proporcional aos
      *    dias de contrato dentro do mes (do inicio ate a vespera da
      *    devolucao).
      *Imprime o extrato de cada departamento com os itens cobrados e
      *totais por natureza, e grava o arquivo de layout fixo lin-rat
      *para o sistema de custos, uma linha por departamento e
      *natureza, sem cabecalho.
      *CTLRAT.DAT controla o periodo como o CTLCONT.DAT do CONTMES:
      *mes rateado ("F") nao roda de novo, e "P" e uma execucao que
      *caiu no meio e pode ser refeita do zero. O rateio so roda com
      *a depreciacao do mes encerrada no CTLDEPR.DAT, que tambem ja
      *travou o periodo no TRAVPER.DAT.

       Identification Division.
       Program-Id. RATBEM.

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

              SELECT REL-RATEIO ASSIGN TO DISK-3
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
              FILE STATUS ARQST-CTD.

              SELECT MNTORD ASSIGN TO DISK-8
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY NUMERO-ORDEM
              ALTERNATE RECORD KEY CODIGO-BEM-O WITH DUPLICATES
              FILE STATUS ARQST-MNT.

              SELECT BEMTERC ASSIGN TO DISK-9
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY TC-CODIGO
              ALTERNATE RECORD KEY TC-FORNECEDOR WITH DUPLICATES
              ALTERNATE RECORD KEY TC-CODIGO-DEPTO WITH DUPLICATES
              FILE STATUS ARQST-TERC.

              SELECT CTLRAT ASSIGN TO DISK-10
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CR-PERIODO
              FILE STATUS ARQST-CTL.

              SELECT EXP-RATEIO ASSIGN TO DISK-11
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-EXP.

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
           02 DEPTO-O            PIC X(04).
           02 NATUREZA-O         PIC 9(01).
           02 CODIGO-O           PIC 9(06).
           02 ORDEM-O            PIC 9(06).
           02 DESCRICAO-O        PIC X(30).
           02 DIAS-O             PIC 9(02).
           02 VALOR-O            PIC 9(08)V99.

       FD  REL-RATEIO LABEL RECORD STANDARD.
       01  LINHA-REL             PIC X(90).

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

       fd  MNTORD LABEL RECORD STANDARD
       value of file-id is "MNTORD.DAT".
       01 reg-MNTORD.
           02 Chaves-O.
               03 NUMERO-ORDEM   pic 9(06).
           02 CODIGO-BEM-O       pic 9(06).
           02 TIPO-MANUT         pic x(01).
           02 DT-ABERTURA        PIC 99999999.
           02 DT-RETORNO         PIC 99999999.
           02 FORNEC-MANUT       PIC X(30).
           02 CUSTO-MANUT        PIC 9(06)V99.
           02 SITUACAO-ORD       PIC X(01).

       fd  BEMTERC label record standard
       value of file-id is "BEMTERC.DAT".
       01 reg-bemterc.
           02 Chaves-T.
               03 TC-CODIGO      pic 9(06).
           02 TC-DESCRICAO       pic x(30).
           02 TC-FORNECEDOR      pic x(04).
           02 TC-CONTRATO        pic x(15).
           02 TC-MODALIDADE      pic x(01).
           02 TC-VALOR-MENSAL    pic 9(06)v99.
           02 TC-DT-INICIO       pic 9(08).
           02 TC-DT-DEVOLUCAO    pic 9(08).
           02 TC-CODIGO-DEPTO    pic x(04).
           02 TC-CODIGO-LOCAL    pic x(06).
           02 TC-SITUACAO        pic x(01).
           02 TC-DT-DEVOLVIDO    pic 9(08).

       FD  CTLRAT LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "CTLRAT.DAT".
       01  REG-CTLRAT.
           02 CR-PERIODO         PIC 9(06).
           02 CR-SITUACAO        PIC X(01).
           02 CR-DATA-PROC       PIC 9(08).
           02 CR-TOTAL-LINHAS    PIC 9(06).
           02 CR-TOTAL-RATEADO   PIC 9(10)V99.

       FD  EXP-RATEIO LABEL RECORD STANDARD.
       01  LINHA-EXP             PIC X(60).

       WORKING-STORAGE SECTION.
       01 arqst        pic x(2).
       01 arqst-depto  pic x(2).
       01 arqst-rel    pic x(2).
       01 arqst-arqm   pic x(2).
       01 arqst-mvb    pic x(2).
       01 arqst-mov    pic x(2).
       01 arqst-ctd    pic x(2).
       01 arqst-mnt    pic x(2).
       01 arqst-terc   pic x(2).
       01 arqst-ctl    pic x(2).
       01 arqst-exp    pic x(2).
       01 fim-movdepr  pic x(1) value "N".
       01 fim-mntord   pic x(1) value "N".
       01 fim-terc     pic x(1) value "N".
       01 fim-mov-bem  pic x(1) value "N".
       01 fim-ordem    pic x(1) value "N".
       01 tem-dados    pic x(1) value "N".
       01 sem-arqmorto pic x(1) value "N".
       01 sem-movbem   pic x(1) value "N".
       01 sem-movdepr  pic x(1) value "N".
       01 sem-mntord   pic x(1) value "N".
       01 sem-bemterc  pic x(1) value "N".
       01 depr-fechada pic x(1) value "N".

       01 periodo-base.
           02 periodo-aaaa    pic 9(04).
           02 periodo-mm      pic 9(02).
       01 periodo-base-n redefines periodo-base pic 9(06).
       01 data-inicio-mes   pic 9(08) value zeros.
       01 data-fim-mes      pic 9(08) value zeros.
       01 proximo-mes.
           02 proximo-aaaa    pic 9(04).
           02 proximo-mm      pic 9(02).
       01 proximo-mes-n redefines proximo-mes pic 9(06).
       01 dias-mes          pic 9(02) value zeros.

      *Bem da vez no rateio por dias.
       01 bem-rat           pic 9(06) value zeros.
       01 descricao-rat     pic x(30) value spaces.
       01 depto-rat         pic x(04) value spaces.
       01 valor-rat         pic 9(08)v99 value zeros.
       01 valor-seg         pic 9(08)v99 value zeros.
       01 soma-seg          pic 9(08)v99 value zeros.
       01 dia-inicio-seg    pic 9(02) value zeros.
       01 dia-mov           pic 9(02) value zeros.
       01 dias-seg          pic 9(02) value zeros.
       01 dia-fim-terc      pic 9(02) value zeros.

      *Naturezas do rateio, na ordem do extrato e do arquivo.
       01 NATUREZAS.
           02 filler pic x(12) value "DEPRECIACAO".
           02 filler pic x(12) value "MANUTENCAO".
           02 filler pic x(12) value "TERCEIROS".
       01 TAB-NATUREZAS redefines NATUREZAS.
           02 NATUREZA-N pic x(12) occurs 3 times.

       01 depto-ant         pic x(04) value spaces.
       01 natureza-ant      pic 9(01) value zeros.
       01 divisao-ant       pic x(02) value spaces.
       01 ix-nat            pic 9(01) value zeros.
       01 qt-natureza       pic 9(06) value zeros.
       01 val-natureza      pic 9(10)v99 value zeros.
       01 depto-nat.
           02 depto-nat-t     pic 9(10)v99 occurs 3 times.
       01 val-depto         pic 9(10)v99 value zeros.
       01 geral-nat.
           02 geral-nat-t     pic 9(10)v99 occurs 3 times.
       01 val-geral         pic 9(10)v99 value zeros.
       01 qt-deptos         pic 9(06) value zeros.
       01 total-linhas      pic 9(06) value zeros.

       01 cab-1.
           02 filler pic x(47) value
              "RATEIO DE CUSTOS DO PATRIMONIO POR DEPARTAMENTO".
           02 filler pic x(10) value " PERIODO ".
           02 per-c    pic 9(06).
       01 lin-depto.
           02 filler   pic x(06) value "DEPTO ".
           02 dptc-r   pic x(04).
           02 filler   pic x(01) value spaces.
           02 dptn-r   pic x(30).
           02 filler   pic x(09) value " DIVISAO ".
           02 divc-r   pic x(02).
       01 lin-natureza.
           02 filler   pic x(02) value spaces.
           02 natn-r   pic x(12).
       01 cab-det.
           02 filler   pic x(04) value spaces.
           02 filler   pic x(08) value "CODIGO".
           02 filler   pic x(08) value "ORDEM".
           02 filler   pic x(31) value "DESCRICAO".
           02 filler   pic x(08) value "DIAS".
           02 filler   pic x(13) value "        VALOR".
       01 lin-det.
           02 filler   pic x(04) value spaces.
           02 cod-r    pic zzzzz9.
           02 filler   pic x(02) value spaces.
           02 ord-r    pic zzzzz9 blank when zero.
           02 filler   pic x(02) value spaces.
           02 desc-r   pic x(30).
           02 filler   pic x(01) value spaces.
           02 dias-r.
               03 diab-r   pic z9.
               03 filler   pic x(01) value "/".
               03 diam-r   pic 99.
           02 filler   pic x(03) value spaces.
           02 val-r    pic zz.zzz.zz9,99.
       01 lin-tot-nat.
           02 filler   pic x(04) value spaces.
           02 filler   pic x(06) value "TOTAL ".
           02 natt-r   pic x(12).
           02 filler   pic x(07) value " ITENS ".
           02 qtn-r    pic zzzzz9.
           02 filler   pic x(27) value spaces.
           02 valn-r   pic zz.zzz.zz9,99.
       01 lin-tot-depto.
           02 filler   pic x(12) value "TOTAL DEPTO ".
           02 dptt-r   pic x(04).
           02 filler   pic x(46) value spaces.
           02 vald-r   pic zz.zzz.zz9,99.
       01 lin-geral-nat.
           02 filler   pic x(12) value "TOTAL GERAL ".
           02 natg-r   pic x(12).
           02 filler   pic x(38) value spaces.
           02 valgn-r  pic zz.zzz.zz9,99.
       01 lin-geral.
           02 filler   pic x(12) value "TOTAL GERAL ".
           02 filler   pic x(08) value "DEPTOS: ".
           02 qtdg-r   pic zzzzz9.
           02 filler   pic x(36) value spaces.
           02 valg-r   pic zz.zzz.zz9,99.

      *Layout fixo para o sistema de custos, uma linha por
      *departamento e natureza com valor no mes, sem cabecalho, no
      *mesmo espirito do lin-exp do DEPREBEM.
       01 lin-rat.
           02 per-x    pic 9(06).
           02 filler   pic x(03) value spaces.
           02 depto-x  pic x(04).
           02 filler   pic x(01) value spaces.
           02 div-x    pic x(02).
           02 filler   pic x(03) value spaces.
           02 natur-x  pic x(12).
           02 filler   pic x(04) value spaces.
           02 val-x    pic zz.zzz.zz9,99.

       procedure division.
      *-----------------------------------------------------------------
       Inicio.
           perform abre-arq.
           perform pede-parametros.
           perform controla-periodo.
           sort ARQ-ORDEM on ascending key DEPTO-O NATUREZA-O CODIGO-O
                ORDEM-O
                input procedure is seleciona-custos
                output procedure is imprime-extratos.
           perform finaliza-periodo.
           perform fecha-arq.
           display "Rateio mensal concluido.".
           display "Departamentos cobrados: " qt-deptos.
           display "Linhas geradas: " total-linhas.
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
           open i-o CTLRAT.
           if ARQST-CTL not = "00"
               close CTLRAT
               open output CTLRAT
               close CTLRAT
               open i-o CTLRAT.
      *Arquivos de movimento podem nao existir numa instalacao nova;
      *a natureza correspondente sai vazia, como no CONTMES.
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
           move "N" to sem-mntord.
           open input MNTORD.
           if ARQST-MNT not = "00"
               move "S" to sem-mntord.
           move "N" to sem-bemterc.
           open input BEMTERC.
           if ARQST-TERC not = "00"
               move "S" to sem-bemterc.
      *-----------------------------------------------------------------
       pede-parametros.
           display "RATEIO MENSAL DE CUSTOS POR DEPARTAMENTO".
           display "Periodo AAAAMM: ".
           accept periodo-base.
           if periodo-aaaa = zeros or periodo-mm < 1 or periodo-mm > 12
               display "PERIODO INVALIDO"
               stop run.
      *Dias do mes pela diferenca entre o dia 1 do mes seguinte e o
      *dia 1 do periodo.
           compute data-inicio-mes = periodo-base-n * 100 + 1.
           move periodo-base to proximo-mes.
           if proximo-mm = 12
               add 1 to proximo-aaaa
               move 1 to proximo-mm
           else
               add 1 to proximo-mm.
           compute dias-mes =
               function integer-of-date (proximo-mes-n * 100 + 1)
             - function integer-of-date (data-inicio-mes).
           compute data-fim-mes = periodo-base-n * 100 + dias-mes.
      *-----------------------------------------------------------------
       controla-periodo.
      *Sem a depreciacao do mes encerrada ("F" no CTLDEPR, ou o
      *exercicio fechado pelo MAPANUAL) o MOVDEPR ainda pode mudar e o
      *rateio sairia errado.
           move "N" to depr-fechada.
           open input CTLDEPR.
           if ARQST-CTD = "00"
               move periodo-base to CT-PERIODO
               read CTLDEPR not invalid key
                    if CT-SITUACAO = "F"
                        move "S" to depr-fechada
                    end-if
               end-read
               compute CT-PERIODO = periodo-aaaa * 100 + 99
               read CTLDEPR not invalid key
                    if CT-SITUACAO = "F"
                        move "S" to depr-fechada
                    end-if
               end-read
               close CTLDEPR.
           if depr-fechada not = "S"
               display "DEPRECIACAO DO PERIODO " periodo-base
                   " NAO ENCERRADA NO DEPREBEM, EXECUCAO CANCELADA"
               stop run.
      *Mes ja rateado nao roda de novo, para o sistema de custos nao
      *receber a mesma cobranca em dobro.
           move periodo-base to CR-PERIODO
           read CTLRAT invalid key
                move "P" to CR-SITUACAO
                move zeros to CR-DATA-PROC
                move zeros to CR-TOTAL-LINHAS
                move zeros to CR-TOTAL-RATEADO
                write REG-CTLRAT
           not invalid key
                if CR-SITUACAO = "F"
                    display "PERIODO " CR-PERIODO " JA RATEADO EM "
                        CR-DATA-PROC ", EXECUCAO CANCELADA"
                    stop run
                end-if
           end-read.
           open output REL-RATEIO.
           open output EXP-RATEIO.
      *-----------------------------------------------------------------
       seleciona-custos.
           perform seleciona-depreciacao.
           perform seleciona-manutencao.
           perform seleciona-terceiros.
      *-----------------------------------------------------------------
       seleciona-depreciacao.
      *Varre MOVDEPR.DAT inteiro atras do periodo, como o gera-contabil
      *do DEPREBEM.
           move "N" to fim-movdepr.
           if sem-movdepr = "S"
               move "S" to fim-movdepr
           else
               move low-values to MD-CHAVE
               start MOVDEPR key is greater than or equal MD-CHAVE
                   invalid key move "S" to fim-movdepr
               end-start.
           perform le-movdepr until fim-movdepr = "S".
      *-----------------------------------------------------------------
       le-movdepr.
           read MOVDEPR next record at end move "S" to fim-movdepr
           not at end
               if MD-PERIODO = periodo-base-n
                  and MD-VALOR-MES > zeros
                   move MD-CODIGO-BEM to bem-rat
                   move MD-VALOR-MES to valor-rat
                   perform busca-bem
                   perform rateia-dias
               end-if
           end-read.
      *-----------------------------------------------------------------
       busca-bem.
      *Descricao e departamento atual do bem; bem ja expurgado sai do
      *arquivo morto (ver ARQBEM).
           move spaces to descricao-rat depto-rat.
           move bem-rat to CODIGO-BEM.
           read BEMS invalid key
                move "23" to arqst
           not invalid key
                move "00" to arqst
                move DESCRICAO-BEM to descricao-rat
                move CODIGO-DEPTO to depto-rat
           end-read.
           if arqst not = "00" and sem-arqmorto = "N"
               move bem-rat to CODIGO-BEM-A
               read ARQMORTO not invalid key
                    move DESCRICAO-BEM-A to descricao-rat
                    move CODIGO-DEPTO-A to depto-rat
               end-read.
      *-----------------------------------------------------------------
       rateia-dias.
      *Cada trecho do mes vai para quem tinha o bem; o ultimo trecho
      *leva a diferenca de arredondamento, para a soma dos trechos
      *fechar com o valor do mes.
           move zeros to soma-seg.
           move 1 to dia-inicio-seg.
           move "N" to fim-mov-bem.
           if sem-movbem = "S"
               move "S" to fim-mov-bem
           else
               move bem-rat to CODIGO-BEM-M
               move data-inicio-mes to DATA-MOV-M
               move zeros to HORA-MOV-M
               start MOVBEM key is greater than or equal CHAVE-MOV
                    invalid key move "S" to fim-mov-bem
               end-start
               if fim-mov-bem = "N"
                    perform le-primeira-transf.
           perform le-transf-mes until fim-mov-bem = "S".
           compute dias-seg = dias-mes + 1 - dia-inicio-seg.
           compute valor-seg = valor-rat - soma-seg.
           perform solta-trecho.
      *-----------------------------------------------------------------
       le-primeira-transf.
      *A primeira transferencia do dia 1 em diante diz, na origem,
      *onde o bem comecou o mes; sem nenhuma, vale o departamento
      *gravado no bem.
           read MOVBEM next record
                at end move "S" to fim-mov-bem
                not at end
                     if CODIGO-BEM-M not = bem-rat
                          move "S" to fim-mov-bem
                     else
                          move DEPTO-ORIG-M to depto-rat
                          if DATA-MOV-M > data-fim-mes
                               move "S" to fim-mov-bem
                          else
                               perform trata-transf-mes
                          end-if
                     end-if
           end-read.
      *-----------------------------------------------------------------
       le-transf-mes.
           read MOVBEM next record
                at end move "S" to fim-mov-bem
                not at end
                     if CODIGO-BEM-M not = bem-rat
                        or DATA-MOV-M > data-fim-mes
                          move "S" to fim-mov-bem
                     else
                          perform trata-transf-mes
                     end-if
           end-read.
      *-----------------------------------------------------------------
       trata-transf-mes.
      *Fecha o trecho de quem entregou o bem; duas transferencias no
      *mesmo dia nao dao dia a ninguem no meio.
           move DATA-MOV-M (7:2) to dia-mov.
           compute dias-seg = dia-mov - dia-inicio-seg.
           if dias-seg > zeros
               compute valor-seg rounded =
                   valor-rat * dias-seg / dias-mes
               perform solta-trecho
               add valor-seg to soma-seg.
           move DEPTO-DEST-M to depto-rat.
           move dia-mov to dia-inicio-seg.
      *-----------------------------------------------------------------
       solta-trecho.
           if valor-seg > zeros
               move depto-rat to DEPTO-O
               move 1 to NATUREZA-O
               move bem-rat to CODIGO-O
               move zeros to ORDEM-O
               move descricao-rat to DESCRICAO-O
               move dias-seg to DIAS-O
               move valor-seg to VALOR-O
               release REG-ORDEM.
      *-----------------------------------------------------------------
       seleciona-manutencao.
           move "N" to fim-mntord.
           if sem-mntord = "S"
               move "S" to fim-mntord
           else
               move zeros to NUMERO-ORDEM
               start MNTORD key is greater than or equal NUMERO-ORDEM
                   invalid key move "S" to fim-mntord
               end-start.
           perform le-mntord until fim-mntord = "S".
      *-----------------------------------------------------------------
       le-mntord.
           read MNTORD next record at end move "S" to fim-mntord
           not at end
               if SITUACAO-ORD = "F"
                  and DT-RETORNO (1:6) = periodo-base
                  and CUSTO-MANUT > zeros
                   perform solta-ordem
               end-if
           end-read.
      *-----------------------------------------------------------------
       solta-ordem.
      *Departamento que tinha o bem no dia do retorno: a primeira
      *transferencia depois dele tem-no na origem, como no
      *busca-depto-data do POSBEM.
           move CODIGO-BEM-O to bem-rat.
           perform busca-bem.
           if sem-movbem = "N"
               move bem-rat to CODIGO-BEM-M
               move DT-RETORNO to DATA-MOV-M
               move 999999 to HORA-MOV-M
               start MOVBEM key is greater than CHAVE-MOV
                    invalid key move "23" to arqst-mvb
               end-start
               if arqst-mvb = "00"
                    read MOVBEM next record
                         at end move "10" to arqst-mvb
                         not at end
                              if CODIGO-BEM-M = bem-rat
                                   move DEPTO-ORIG-M to depto-rat
                              end-if
                    end-read
               end-if
           end-if.
           move depto-rat to DEPTO-O.
           move 2 to NATUREZA-O.
           move bem-rat to CODIGO-O.
           move NUMERO-ORDEM to ORDEM-O.
           move descricao-rat to DESCRICAO-O.
           move zeros to DIAS-O.
           move CUSTO-MANUT to VALOR-O.
           release REG-ORDEM.
      *-----------------------------------------------------------------
       seleciona-terceiros.
           move "N" to fim-terc.
           if sem-bemterc = "S"
               move "S" to fim-terc
           else
               move zeros to TC-CODIGO
               start BEMTERC key is greater than or equal TC-CODIGO
                   invalid key move "S" to fim-terc
               end-start.
           perform le-bemterc until fim-terc = "S".
      *-----------------------------------------------------------------
       le-bemterc.
      *Comodato (mensalidade zero) nao tem o que cobrar; contrato que
      *comecou depois do mes ou foi devolvido antes dele, tambem nao.
           read BEMTERC next record at end move "S" to fim-terc
           not at end
               if TC-VALOR-MENSAL > zeros
                  and TC-DT-INICIO not > data-fim-mes
                  and (TC-SITUACAO not = "D"
                       or TC-DT-DEVOLVIDO > data-inicio-mes)
                   perform solta-terceiro
               end-if
           end-read.
      *-----------------------------------------------------------------
       solta-terceiro.
      *Dias de contrato no mes: do inicio (ou dia 1) ate a vespera da
      *devolucao (ou o fim do mes); mes cheio cobra a mensalidade
      *inteira.
           if TC-DT-INICIO < data-inicio-mes
               move 1 to dia-inicio-seg
           else
               move TC-DT-INICIO (7:2) to dia-inicio-seg.
           if TC-SITUACAO = "D" and TC-DT-DEVOLVIDO not > data-fim-mes
               move TC-DT-DEVOLVIDO (7:2) to dia-mov
               compute dia-fim-terc = dia-mov - 1
           else
               move dias-mes to dia-fim-terc.
           if dia-fim-terc >= dia-inicio-seg
               compute dias-seg = dia-fim-terc + 1 - dia-inicio-seg
               if dias-seg = dias-mes
                   move TC-VALOR-MENSAL to valor-seg
               else
                   compute valor-seg rounded =
                       TC-VALOR-MENSAL * dias-seg / dias-mes
               end-if
               if valor-seg > zeros
                   move TC-CODIGO-DEPTO to DEPTO-O
                   move 3 to NATUREZA-O
                   move TC-CODIGO to CODIGO-O
                   move zeros to ORDEM-O
                   move TC-DESCRICAO to DESCRICAO-O
                   move dias-seg to DIAS-O
                   move valor-seg to VALOR-O
                   release REG-ORDEM
               end-if
           end-if.
      *-----------------------------------------------------------------
       imprime-extratos.
           move periodo-base-n to per-c
           move cab-1 to LINHA-REL
           write LINHA-REL
           move "N" to fim-ordem
           return ARQ-ORDEM at end move "S" to fim-ordem
           end-return
           if fim-ordem = "N"
               move "S" to tem-dados
               move DEPTO-O to depto-ant
               move NATUREZA-O to natureza-ant
               perform abre-depto
               perform abre-natureza
           end-if
           perform processa-grupo until fim-ordem = "S"
           if tem-dados = "S"
               perform fecha-natureza
               perform fecha-depto
           end-if
           perform imprime-geral.
      *-----------------------------------------------------------------
       processa-grupo.
           if DEPTO-O not = depto-ant
               perform fecha-natureza
               perform fecha-depto
               move DEPTO-O to depto-ant
               move NATUREZA-O to natureza-ant
               perform abre-depto
               perform abre-natureza
           else
               if NATUREZA-O not = natureza-ant
                   perform fecha-natureza
                   move NATUREZA-O to natureza-ant
                   perform abre-natureza.
           move CODIGO-O to cod-r
           move ORDEM-O to ord-r
           move DESCRICAO-O to desc-r
           if DIAS-O = zeros
               move spaces to dias-r
           else
               move DIAS-O to diab-r
               move "/" to dias-r (3:1)
               move dias-mes to diam-r
           end-if
           move VALOR-O to val-r
           move lin-det to LINHA-REL
           write LINHA-REL
           add 1 to qt-natureza
           add VALOR-O to val-natureza
           return ARQ-ORDEM at end move "S" to fim-ordem
           end-return.
      *-----------------------------------------------------------------
       abre-depto.
      *Depto sem cadastro em DEPTOS.txt sai na divisao "00", como no
      *RESBEM.
           move spaces to LINHA-REL
           write LINHA-REL
           move depto-ant to dptc-r
           move depto-ant to CODIGO-DEPTO-D
           read DEPTOS invalid key
               move spaces to NOME-DEPTO-D
               move "00" to DIVISAO-D
           end-read
           move NOME-DEPTO-D to dptn-r
           move DIVISAO-D to divc-r divisao-ant
           move lin-depto to LINHA-REL
           write LINHA-REL
           move zeros to depto-nat val-depto
           add 1 to qt-deptos.
      *-----------------------------------------------------------------
       abre-natureza.
           move NATUREZA-N (natureza-ant) to natn-r
           move lin-natureza to LINHA-REL
           write LINHA-REL
           move cab-det to LINHA-REL
           write LINHA-REL.
      *-----------------------------------------------------------------
       fecha-natureza.
           move NATUREZA-N (natureza-ant) to natt-r
           move qt-natureza to qtn-r
           move val-natureza to valn-r
           move lin-tot-nat to LINHA-REL
           write LINHA-REL
           add val-natureza to depto-nat-t (natureza-ant)
           add val-natureza to val-depto
           move zeros to qt-natureza val-natureza.
      *-----------------------------------------------------------------
       fecha-depto.
           move depto-ant to dptt-r
           move val-depto to vald-r
           move lin-tot-depto to LINHA-REL
           write LINHA-REL
           perform grava-rateio-depto
               varying ix-nat from 1 by 1 until ix-nat > 3
           add val-depto to val-geral.
      *-----------------------------------------------------------------
       grava-rateio-depto.
           if depto-nat-t (ix-nat) > zeros
               move periodo-base-n to per-x
               move depto-ant to depto-x
               move divisao-ant to div-x
               move NATUREZA-N (ix-nat) to natur-x
               move depto-nat-t (ix-nat) to val-x
               move lin-rat to LINHA-EXP
               write LINHA-EXP
               add 1 to total-linhas
               add depto-nat-t (ix-nat) to geral-nat-t (ix-nat).
      *-----------------------------------------------------------------
       imprime-geral.
           move spaces to LINHA-REL
           write LINHA-REL
           perform imprime-geral-nat
               varying ix-nat from 1 by 1 until ix-nat > 3
           move qt-deptos to qtdg-r
           move val-geral to valg-r
           move lin-geral to LINHA-REL
           write LINHA-REL.
      *-----------------------------------------------------------------
       imprime-geral-nat.
           move NATUREZA-N (ix-nat) to natg-r
           move geral-nat-t (ix-nat) to valgn-r
           move lin-geral-nat to LINHA-REL
           write LINHA-REL.
      *-----------------------------------------------------------------
       finaliza-periodo.
           move periodo-base to CR-PERIODO
           move "F" to CR-SITUACAO
           move function current-date(1:8) to CR-DATA-PROC
           move total-linhas to CR-TOTAL-LINHAS
           move val-geral to CR-TOTAL-RATEADO
           rewrite REG-CTLRAT invalid key
                write REG-CTLRAT
           end-rewrite.
      *-----------------------------------------------------------------
       fecha-arq.
           close BEMS.
           close DEPTOS.
           close CTLRAT.
           close REL-RATEIO.
           close EXP-RATEIO.
           if sem-arqmorto not = "S"
               close ARQMORTO.
           if sem-movbem not = "S"
               close MOVBEM.
           if sem-movdepr not = "S"
               close MOVDEPR.
           if sem-mntord not = "S"
               close MNTORD.
           if sem-bemterc not = "S"
               close BEMTERC.
       end program RATBEM.
