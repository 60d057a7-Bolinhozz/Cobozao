      *Suporta checkpoint/restart (ver CKPDEPR.DAT) para retomar um
      *processamento noturno interrompido sem reprocessar o arquivo
      *inteiro desde o CODIGO-BEM 000001.
      *Mantem em paralelo o livro fiscal (MOVFISC.DAT), sob o mesmo
      *controle de periodo do CTLDEPR: taxas da Receita Federal por
      *CLASSE-TIPO sobre o custo de aquisicao (reavaliacao nao e
      *dedutivel), com a depreciacao acelerada dos bens usados em
      *mais de um turno (TURNOBEM.DAT, mantido no BENS: 1,5 para dois
      *turnos e 2,0 para tres). Ao fim imprime o relatorio de
      *diferencas contabil x fiscal por bem e por classe (REL-LALUR),
      *base dos ajustes de adicao e exclusao no LALUR.
      *O mes encerrado fica travado em TRAVPER.DAT: reavaliacao,
      *venda, baixa, transferencia ou aquisicao datada nele so entra
      *com liberacao de supervisor (ver TRAVPER).

       Identification Division.
       Program-Id. DEPREBEM.
              RECORD KEY RV-CHAVE
              FILE STATUS ARQST-RV.

              SELECT MOVFISC ASSIGN TO DISK-7
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY MF-CHAVE
              FILE STATUS ARQST-MF.

              SELECT TURNOBEM ASSIGN TO DISK-8
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY TU-CODIGO-BEM
              FILE STATUS ARQST-TU.

              SELECT REL-LALUR ASSIGN TO DISK-9
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-LAL.

              SELECT TRAVPER ASSIGN TO DISK-10
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY TP-PERIODO
              FILE STATUS ARQST-TP.

       data division.
       file section.
       fd  BEMS LABEL RECORD STANDARD
           02 RV-VALOR-BASE      PIC 9(08)V99.
           02 RV-LAUDO           PIC X(15).

       FD  MOVFISC LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "MOVFISC.DAT".
       01  REG-MOVFISC.
           02 MF-CHAVE.
               03 MF-CODIGO-BEM  PIC 9(06).
               03 MF-PERIODO     PIC 9(06).
           02 MF-CLASSE          PIC 9(02).
           02 MF-TURNOS          PIC 9(01).
           02 MF-VALOR-MES       PIC 9(08)V99.
           02 MF-DEPREC-ACUM     PIC 9(08)V99.
           02 MF-VALOR-LIQUIDO   PIC S9(08)V99.

       FD  TURNOBEM LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "TURNOBEM.DAT".
       01  REG-TURNOBEM.
           02 TU-CODIGO-BEM      PIC 9(06).
           02 TU-TURNOS          PIC 9(01).
           02 TU-DT-ALTERACAO    PIC 9(08).
           02 TU-OPERADOR        PIC X(10).

       FD  REL-LALUR LABEL RECORD STANDARD.
       01  LINHA-LALUR           PIC X(110).

       FD  TRAVPER LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "TRAVPER.DAT".
       01  REG-TRAVPER.
           02 TP-PERIODO         PIC 9(06).
           02 TP-SITUACAO        PIC X(01).
           02 TP-ORIGEM          PIC X(08).
           02 TP-DT-SITUACAO     PIC 9(08).
           02 TP-OPERADOR        PIC X(10).
           02 TP-MOTIVO          PIC X(30).

       WORKING-STORAGE SECTION.
       01 arqst        pic x(2).
       01 arqst-ck     pic x(2).
       01 arqst-ctl    pic x(2).
       01 arqst-exp    pic x(2).
       01 arqst-rv     pic x(2).
       01 arqst-mf     pic x(2).
       01 arqst-tu     pic x(2).
       01 arqst-lal    pic x(2).
       01 arqst-tp     pic x(2).
       01 periodo-trava pic 9(06) value zeros.
       01 fim-movfisc  pic x(1) value "N".
       01 sem-turno    pic x(1) value "N".
       01 fim-bems     pic x(1) value "N".
       01 fim-movdepr  pic x(1) value "N".
       01 fim-reaval   pic x(1) value "N".
       01 TAB-CLASSES redefines CLASSE.
           02 CLASSE-N pic x(18) occurs 4 times.

      *Taxas mensais fiscais por classe, na mesma ordem, pela tabela
      *de vida util da Receita Federal: moveis e aparelhos eletricos
      *e telefonicos 10% ao ano, computadores e perifericos 20%.
       01 TAXAS-FISC.
           02 filler pic 9v9999 value 0,0083.
           02 filler pic 9v9999 value 0,0083.
           02 filler pic 9v9999 value 0,0167.
           02 filler pic 9v9999 value 0,0083.
       01 TAB-TAXAS-FISC redefines TAXAS-FISC.
           02 TAXA-FISC-T pic 9v9999 occurs 4 times.

      *Coeficiente de depreciacao acelerada pelo numero de turnos
      *diarios de uso do bem: 1 turno (8 horas) 1,0; 2 turnos 1,5;
      *3 turnos 2,0.
       01 COEF-TURNOS.
           02 filler pic 9v9 value 1,0.
           02 filler pic 9v9 value 1,5.
           02 filler pic 9v9 value 2,0.
       01 TAB-COEF-TURNOS redefines COEF-TURNOS.
           02 COEF-TURNO-T pic 9v9 occurs 3 times.

       01 classe-aux        pic 9(02).
       01 data-base.
           02 data-base-aaaa  pic 9(04).
       01 deprec-mes         pic 9(08)v99.
       01 deprec-acum        pic 9(08)v99.
       01 valor-liquido      pic s9(08)v99.
       01 periodo-anterior.
           02 per-ant-aaaa    pic 9(04).
           02 per-ant-mm      pic 9(02).
       01 turnos-bem         pic 9(01).
       01 fisc-mensal        pic 9(08)v99.
       01 fisc-anterior      pic 9(08)v99.
       01 fisc-mes           pic 9(08)v99.
       01 fisc-acum          pic 9(08)v99.
       01 fisc-liquido       pic s9(08)v99.
       01 dif-lalur          pic s9(08)v99.
       01 soma-lalur.
           02 soma-lalur-t occurs 4 times.
               03 soma-cont-t  pic 9(10)v99.
               03 soma-fisc-t  pic 9(10)v99.
               03 soma-dif-t   pic s9(10)v99.
       01 total-cont-lal     pic 9(10)v99 value zeros.
       01 total-fisc-lal     pic 9(10)v99 value zeros.
       01 total-dif-lal      pic s9(10)v99 value zeros.
       01 soma-classe.
           02 soma-classe-t   pic 9(10)v99 occurs 4 times.
       01 soma-reaval.
           02 conta-resv-classe pic x(18).
       01 reaval-abs  pic 9(10)v99 value zeros.

      *Relatorio de diferencas contabil x fiscal do periodo para o
      *LALUR: despesa contabil maior que a fiscal e adicao; menor, e
      *exclusao (depreciacao acelerada).
       01 cab-lal-1.
           02 filler pic x(44) value
              "DIFERENCAS DEPRECIACAO CONTABIL X FISCAL - ".
           02 per-lal-c pic 9(06).
       01 cab-lal-2.
           02 filler pic x(06) value "CODIGO".
           02 filler pic x(02) value spaces.
           02 filler pic x(30) value "DESCRICAO".
           02 filler pic x(02) value spaces.
           02 filler pic x(02) value "CL".
           02 filler pic x(02) value spaces.
           02 filler pic x(01) value "T".
           02 filler pic x(02) value spaces.
           02 filler pic x(13) value "DEPR CONTABIL".
           02 filler pic x(02) value spaces.
           02 filler pic x(13) value "DEPR FISCAL".
           02 filler pic x(02) value spaces.
           02 filler pic x(13) value "DIFERENCA".
           02 filler pic x(02) value spaces.
           02 filler pic x(08) value "AJUSTE".
       01 lin-lal.
           02 cod-l    pic zzzzz9.
           02 filler   pic x(02) value spaces.
           02 desc-l   pic x(30).
           02 filler   pic x(02) value spaces.
           02 cla-l    pic 99.
           02 filler   pic x(02) value spaces.
           02 tur-l    pic 9.
           02 filler   pic x(02) value spaces.
           02 cont-l   pic zz.zzz.zz9,99.
           02 filler   pic x(02) value spaces.
           02 fisc-l   pic zz.zzz.zz9,99.
           02 filler   pic x(02) value spaces.
           02 dif-l    pic -z.zzz.zz9,99.
           02 filler   pic x(02) value spaces.
           02 ajus-l   pic x(08).
       01 cab-lal-3.
           02 filler pic x(30) value "TOTAIS POR CLASSE".
       01 lin-lal-cla.
           02 nome-cla-l pic x(18).
           02 filler   pic x(27) value spaces.
           02 contc-l  pic zz.zzz.zz9,99.
           02 filler   pic x(02) value spaces.
           02 fiscc-l  pic zz.zzz.zz9,99.
           02 filler   pic x(02) value spaces.
           02 difc-l   pic -z.zzz.zz9,99.
           02 filler   pic x(02) value spaces.
           02 ajusc-l  pic x(08).
       01 lin-lal-tot.
           02 filler   pic x(45) value "TOTAL GERAL".
           02 contt-l  pic zz.zzz.zz9,99.
           02 filler   pic x(02) value spaces.
           02 fisct-l  pic zz.zzz.zz9,99.
           02 filler   pic x(02) value spaces.
           02 dift-l   pic -z.zzz.zz9,99.
           02 filler   pic x(02) value spaces.
           02 ajust-l  pic x(08).

       procedure division.
      *-----------------------------------------------------------------
       Inicio.
           perform processa-bems until fim-bems = "S".
           perform imprime-total.
           perform gera-contabil.
           perform gera-lalur.
           perform finaliza-ckp.
           perform finaliza-periodo.
           perform fecha-arq.
               open output CTLDEPR
               close CTLDEPR
               open i-o CTLDEPR.
           open i-o MOVFISC.
           if ARQST-MF not = "00"
               close MOVFISC
               open output MOVFISC
               close MOVFISC
               open i-o MOVFISC.
           perform abre-trava.
      *TURNOBEM.DAT so existe depois do primeiro bem com mais de um
      *turno cadastrado no BENS; sem ele todo bem deprecia a 1 turno.
           move "N" to sem-turno.
           open input TURNOBEM.
           if ARQST-TU not = "00"
               move "S" to sem-turno.
      *REAVAL.DAT pode nao existir numa instalacao sem reavaliacoes;
      *nesse caso o calculo segue pelo VALOR-COMPRA, como sempre.
           move "N" to sem-reaval.
           accept modo-reinicio.
           move data-base-aaaa to periodo-aaaa.
           move data-base-mm to periodo-mm.
           if periodo-mm = 1
               compute per-ant-aaaa = periodo-aaaa - 1
               move 12 to per-ant-mm
           else
               move periodo-aaaa to per-ant-aaaa
               compute per-ant-mm = periodo-mm - 1.
      *-----------------------------------------------------------------
       controla-periodo.
      *Bloqueia o reprocessamento do mesmo mes: um periodo encerrado
                   perform calcula-deprec
                   perform grava-linha
                   perform grava-movdepr
                   perform calcula-fiscal
                   perform grava-movfisc
               end-if
               perform atualiza-ckp
           end-read.
           write REG-MOVDEPR invalid key
                rewrite REG-MOVDEPR
           end-write.
      *-----------------------------------------------------------------
       calcula-fiscal.
      *Livro fiscal: sempre sobre VALOR-COMPRA desde a DT-AQUISICAO.
      *Como o coeficiente de turnos pode mudar de um mes para outro,
      *o acumulado fiscal nao sai de meses x quota: parte do registro
      *do mes anterior em MOVFISC.DAT e soma a quota do mes; sem esse
      *registro (primeiro mes do livro fiscal) o acumulado anterior e
      *calculado em turno unico. Os meses sao recontados da aquisicao
      *porque o calcula-deprec os conta da data do laudo.
           move DT-AQUISICAO (1:4) to aa-aquis
           move DT-AQUISICAO (5:2) to mm-aquis
           compute meses-decorridos =
               ((data-base-aaaa - aa-aquis) * 12) +
               (data-base-mm - mm-aquis)
           if meses-decorridos < 0
               move 0 to meses-decorridos.
           perform busca-turnos
           if classe-aux >= 1 and classe-aux <= 4
               compute fisc-mensal rounded =
                   VALOR-COMPRA * TAXA-FISC-T(classe-aux)
           else
               move 0 to fisc-mensal.
           move CODIGO-BEM to MF-CODIGO-BEM
           move periodo-anterior to MF-PERIODO
           read MOVFISC invalid key
                if meses-decorridos < 1
                    move zeros to fisc-anterior
                else
                    compute fisc-anterior rounded =
                        fisc-mensal * (meses-decorridos - 1)
                end-if
           not invalid key
                move MF-DEPREC-ACUM to fisc-anterior
           end-read
           if fisc-anterior > VALOR-COMPRA
               move VALOR-COMPRA to fisc-anterior.
           if meses-decorridos < 1
               move fisc-anterior to fisc-acum
           else
               compute fisc-acum rounded = fisc-anterior +
                   fisc-mensal * COEF-TURNO-T(turnos-bem).
           if fisc-acum > VALOR-COMPRA
               move VALOR-COMPRA to fisc-acum.
           compute fisc-mes = fisc-acum - fisc-anterior.
           compute fisc-liquido = VALOR-COMPRA - fisc-acum.
      *-----------------------------------------------------------------
       busca-turnos.
           move 1 to turnos-bem.
           if sem-turno not = "S"
               move CODIGO-BEM to TU-CODIGO-BEM
               read TURNOBEM not invalid key
                    if TU-TURNOS >= 1 and TU-TURNOS <= 3
                        move TU-TURNOS to turnos-bem
                    end-if
               end-read
           end-if.
      *-----------------------------------------------------------------
       grava-movfisc.
      *Mesma regra do grava-movdepr: um registro por bem por periodo,
      *regravado numa retomada ou reexecucao do mes.
           move CODIGO-BEM to MF-CODIGO-BEM
           move periodo-base to MF-PERIODO
           move classe-aux to MF-CLASSE
           move turnos-bem to MF-TURNOS
           move fisc-mes to MF-VALOR-MES
           move fisc-acum to MF-DEPREC-ACUM
           move fisc-liquido to MF-VALOR-LIQUIDO
           write REG-MOVFISC invalid key
                rewrite REG-MOVFISC
           end-write.
      *-----------------------------------------------------------------
       atualiza-ckp.
           add 1 to contador-ckp
               end-if
               move lin-exp to LINHA-EXP
               write LINHA-EXP.
      *-----------------------------------------------------------------
       gera-lalur.
      *Como o gera-contabil, varre os arquivos do periodo (MOVFISC
      *contra o MOVDEPR do mesmo bem) e nao os acumuladores, para que
      *uma retomada apos queda imprima o relatorio completo do mes.
           move zeros to soma-lalur
           move zeros to total-cont-lal total-fisc-lal total-dif-lal
           open output REL-LALUR
           move periodo-base to per-lal-c
           move cab-lal-1 to LINHA-LALUR
           write LINHA-LALUR
           move cab-lal-2 to LINHA-LALUR
           write LINHA-LALUR
           move "N" to fim-movfisc
           move low-values to MF-CHAVE
           start MOVFISC key is greater than or equal MF-CHAVE
               invalid key move "S" to fim-movfisc
           end-start
           perform le-movfisc until fim-movfisc = "S"
           move spaces to LINHA-LALUR
           write LINHA-LALUR
           move cab-lal-3 to LINHA-LALUR
           write LINHA-LALUR
           perform imprime-lalur-classe
               varying classe-aux from 1 by 1 until classe-aux > 4
           move total-cont-lal to contt-l
           move total-fisc-lal to fisct-l
           move total-dif-lal to dift-l
           if total-dif-lal > 0
               move "ADICAO" to ajust-l
           else
               if total-dif-lal < 0
                   move "EXCLUSAO" to ajust-l
               else
                   move spaces to ajust-l.
           move lin-lal-tot to LINHA-LALUR
           write LINHA-LALUR
           close REL-LALUR.
      *-----------------------------------------------------------------
       le-movfisc.
           read MOVFISC next record at end move "S" to fim-movfisc
           not at end
               if MF-PERIODO = periodo-base
                   perform grava-linha-lalur
               end-if
           end-read.
      *-----------------------------------------------------------------
       grava-linha-lalur.
           move MF-CODIGO-BEM to MD-CODIGO-BEM
           move MF-PERIODO to MD-PERIODO
           read MOVDEPR invalid key
                move zeros to MD-VALOR-MES
           end-read
           move MF-CODIGO-BEM to CODIGO-BEM
           read BEMS invalid key
                move spaces to DESCRICAO-BEM
           end-read
           compute dif-lalur = MD-VALOR-MES - MF-VALOR-MES
           move MF-CODIGO-BEM to cod-l
           move DESCRICAO-BEM to desc-l
           move MF-CLASSE to cla-l
           move MF-TURNOS to tur-l
           move MD-VALOR-MES to cont-l
           move MF-VALOR-MES to fisc-l
           move dif-lalur to dif-l
           if dif-lalur > 0
               move "ADICAO" to ajus-l
           else
               if dif-lalur < 0
                   move "EXCLUSAO" to ajus-l
               else
                   move spaces to ajus-l.
           move lin-lal to LINHA-LALUR
           write LINHA-LALUR
           if MF-CLASSE >= 1 and MF-CLASSE <= 4
               add MD-VALOR-MES to soma-cont-t(MF-CLASSE)
               add MF-VALOR-MES to soma-fisc-t(MF-CLASSE)
               add dif-lalur to soma-dif-t(MF-CLASSE).
           add MD-VALOR-MES to total-cont-lal
           add MF-VALOR-MES to total-fisc-lal
           add dif-lalur to total-dif-lal.
      *-----------------------------------------------------------------
       imprime-lalur-classe.
           move CLASSE-N(classe-aux) to nome-cla-l
           move soma-cont-t(classe-aux) to contc-l
           move soma-fisc-t(classe-aux) to fiscc-l
           move soma-dif-t(classe-aux) to difc-l
           if soma-dif-t(classe-aux) > 0
               move "ADICAO" to ajusc-l
           else
               if soma-dif-t(classe-aux) < 0
                   move "EXCLUSAO" to ajusc-l
               else
                   move spaces to ajusc-l.
           move lin-lal-cla to LINHA-LALUR
           write LINHA-LALUR.
      *-----------------------------------------------------------------
       finaliza-ckp.
           move "DEPREBEM" to CK-PROGRAMA
           rewrite REG-CTLDEPR invalid key
                write REG-CTLDEPR
           end-rewrite.
      *Mes encerrado trava os lancamentos datados nele nos programas
      *de manutencao (ver TRAVPER).
           move periodo-base to periodo-trava
           perform trava-periodo.
      *-----------------------------------------------------------------
       fecha-arq.
           close BEMS.
           close MOVDEPR.
           close CTLDEPR.
           close REL-DEPREC.
           close MOVFISC.
           close TRAVPER.
           if sem-turno not = "S"
               close TURNOBEM.
           if sem-reaval not = "S"
               close REAVAL.
      *-----------------------------------------------------------------
       abre-trava.
           open i-o TRAVPER.
           if ARQST-TP not = "00"
               close TRAVPER
               open output TRAVPER
               close TRAVPER
               open i-o TRAVPER.
      *-----------------------------------------------------------------
       trava-periodo.
      *Trava posta a mao no TRAVPER ou periodo reaberto passam a ser
      *deste fechamento; fechamento de outra rotina fica como esta.
           move periodo-trava to TP-PERIODO
           read TRAVPER invalid key
                perform monta-trava
                write REG-TRAVPER
           not invalid key
                if TP-SITUACAO not = "F" or TP-ORIGEM = "TRAVPER"
                    perform monta-trava
                    rewrite REG-TRAVPER
                end-if
           end-read.
      *-----------------------------------------------------------------
       monta-trava.
           move periodo-trava to TP-PERIODO
           move "F" to TP-SITUACAO
           move "DEPREBEM" to TP-ORIGEM
           move function current-date(1:8) to TP-DT-SITUACAO
           move spaces to TP-OPERADOR
           move "FECHAMENTO DA DEPRECIACAO" to TP-MOTIVO.
       end program DEPREBEM.
