      *Controle Mensal do CIAP (Credito de ICMS do Ativo Permanente)
      *O ICMS destacado na nota de compra (NF-VALOR-ICMS, registrado
      *no CADNF) e rateado entre os bens da nota pela proporcao do
      *VALOR-COMPRA de cada um no NF-VALOR-TOTAL e gravado por bem em
      *CIAP.DAT na primeira execucao que encontra o bem. Cada mes o
      *bem apropria 1/48 do seu ICMS, a partir do mes da aquisicao,
      *gravando a parcela em MOVCIAP.DAT e no livro CIAP do mes
      *(REL-CIAP); a 48a parcela leva o resto do arredondamento.
      *Bem baixado (STATUS-BEM "B" ou pedido de baixa aprovado em
      *BXPEND.DAT), vendido (VENDAS.DAT) ou expurgado
      *para o arquivo morto ate o mes do calculo para de creditar
      *nesse mes e o saldo que faltava sai como estorno no livro.
      *CTLCIAP.DAT controla o periodo como o CTLDEPR.DAT do DEPREBEM:
      *mes encerrado ("F") nao roda de novo; "P" e uma execucao que
      *caiu no meio e pode ser refeita, regravando os mesmos
      *registros de MOVCIAP.

       Identification Division.
       Program-Id. CIAPBEM.

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

              SELECT NOTAFIS ASSIGN TO DISK-1
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY NF-NUMERO
              FILE STATUS ARQST-NF.

              SELECT CIAP ASSIGN TO DISK-2
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CI-CODIGO-BEM
              FILE STATUS ARQST-CI.

              SELECT MOVCIAP ASSIGN TO DISK-3
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY MC-CHAVE
              FILE STATUS ARQST-MC.

              SELECT CTLCIAP ASSIGN TO DISK-4
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CP-PERIODO
              FILE STATUS ARQST-CTL.

              SELECT VENDAS ASSIGN TO DISK-5
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY VD-CODIGO-BEM
              FILE STATUS ARQST-VD.

              SELECT BXPEND ASSIGN TO DISK-6
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY BX-CHAVE
              FILE STATUS ARQST-BXP.

              SELECT REL-CIAP ASSIGN TO DISK-7
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-REL.

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

       FD  NOTAFIS LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "NOTAFIS.DAT".
       01  REG-NOTAFIS.
           02 NF-NUMERO            PIC 9(15).
           02 NF-FORNECEDOR        PIC X(04).
           02 NF-DATA              PIC 9(08).
           02 NF-VALOR-TOTAL       PIC 9(08)V99.
           02 NF-VALOR-ICMS        PIC 9(08)V99.
           02 NF-REQUISICAO        PIC 9(06).

       FD  CIAP LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "CIAP.DAT".
       01  REG-CIAP.
           02 CI-CODIGO-BEM      PIC 9(06).
           02 CI-NOTA-FISCAL     PIC 9(15).
           02 CI-PERIODO-INI     PIC 9(06).
           02 CI-VALOR-ICMS      PIC 9(08)V99.
           02 CI-VALOR-PARCELA   PIC 9(08)V99.
           02 CI-PARCELAS        PIC 9(02).
           02 CI-VALOR-APROP     PIC 9(08)V99.
           02 CI-SITUACAO        PIC X(01).
           02 CI-PERIODO-FIM     PIC 9(06).

       FD  MOVCIAP LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "MOVCIAP.DAT".
       01  REG-MOVCIAP.
           02 MC-CHAVE.
               03 MC-CODIGO-BEM  PIC 9(06).
               03 MC-PERIODO     PIC 9(06).
           02 MC-PARCELA         PIC 9(02).
           02 MC-VALOR-MES       PIC 9(08)V99.
           02 MC-VALOR-APROP     PIC 9(08)V99.
           02 MC-SALDO           PIC 9(08)V99.
           02 MC-VALOR-ESTORNO   PIC 9(08)V99.
           02 MC-OCORRENCIA      PIC X(01).

       FD  CTLCIAP LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "CTLCIAP.DAT".
       01  REG-CTLCIAP.
           02 CP-PERIODO         PIC 9(06).
           02 CP-SITUACAO        PIC X(01).
           02 CP-DATA-PROC       PIC 9(08).
           02 CP-TOTAL-BENS      PIC 9(06).
           02 CP-TOTAL-CREDITO   PIC 9(10)V99.

       fd  VENDAS label record standard
       value of file-id is "VENDAS.DAT".
       01 reg-vendas.
           02 Chaves-V.
               03 VD-CODIGO-BEM  pic 9(06).
           02 VD-DATA-VENDA      pic 9(08).
           02 VD-COMPRADOR       pic x(30).
           02 VD-VALOR-VENDA     pic 9(08)v99.
           02 VD-VALOR-LIQUIDO   pic s9(08)v99.
           02 VD-RESULTADO       pic s9(08)v99.

       fd  BXPEND label record standard
       value of file-id is "BXPEND.DAT".
       01 reg-bxpend.
           02 Chaves-P.
               03 BX-CHAVE.
                   04 BX-CODIGO-BEM  pic 9(06).
                   04 BX-DATA-PED    pic 9(08).
                   04 BX-HORA-PED    pic 9(06).
           02 BX-DT-BAIXA        pic 9(08).
           02 BX-MOTIVO          pic x(30).
           02 BX-SOLICITANTE     pic x(10).
           02 BX-SITUACAO        pic x(01).
           02 BX-APROVADOR       pic x(10).
           02 BX-DT-DECISAO      pic 9(08).
           02 BX-JUSTIF          pic x(30).

       FD  REL-CIAP LABEL RECORD STANDARD.
       01  LINHA-REL             PIC X(120).

       WORKING-STORAGE SECTION.
       01 arqst        pic x(2).
       01 arqst-nf     pic x(2).
       01 arqst-ci     pic x(2).
       01 arqst-mc     pic x(2).
       01 arqst-ctl    pic x(2).
       01 arqst-vd     pic x(2).
       01 arqst-bxp    pic x(2).
       01 arqst-rel    pic x(2).
       01 fim-bems     pic x(1) value "N".
       01 fim-ciap     pic x(1) value "N".
       01 fim-bxp      pic x(1) value "N".
       01 sem-notafis  pic x(1) value "N".
       01 sem-vendas   pic x(1) value "N".
       01 sem-bxpend   pic x(1) value "N".

       01 PARCELAS-CIAP    pic 9(02) value 48.

       01 periodo-base.
           02 periodo-aaaa    pic 9(04).
           02 periodo-mm      pic 9(02).
       01 periodo-ini.
           02 periodo-ini-aaaa pic 9(04).
           02 periodo-ini-mm   pic 9(02).
       01 parcela-mes       pic s9(04).
       01 ocorrencia        pic x(01).
       01 valor-mes         pic 9(08)v99.
       01 valor-aprop       pic 9(08)v99.
       01 valor-saldo       pic 9(08)v99.
       01 valor-estorno     pic 9(08)v99.

       01 total-novos       pic 9(06) value zeros.
       01 total-bens        pic 9(06) value zeros.
       01 total-credito     pic 9(10)v99 value zeros.
       01 total-estorno     pic 9(10)v99 value zeros.
       01 total-encerrados  pic 9(06) value zeros.

       01 cab-1.
           02 filler pic x(36) value
              "LIVRO DE CONTROLE DO CIAP - PERIODO ".
           02 per-c  pic 9999/99.
       01 cab-2.
           02 filler pic x(06) value "CODIGO".
           02 filler pic x(02) value spaces.
           02 filler pic x(25) value "DESCRICAO".
           02 filler pic x(02) value spaces.
           02 filler pic x(07) value "ENTRADA".
           02 filler pic x(02) value spaces.
           02 filler pic x(13) value "ICMS DO BEM".
           02 filler pic x(02) value spaces.
           02 filler pic x(05) value "PARC.".
           02 filler pic x(02) value spaces.
           02 filler pic x(13) value "CREDITO MES".
           02 filler pic x(02) value spaces.
           02 filler pic x(13) value "APROPRIADO".
           02 filler pic x(02) value spaces.
           02 filler pic x(13) value "ESTORNO".
           02 filler pic x(02) value spaces.
           02 filler pic x(05) value "OCOR.".
       01 lin-det.
           02 cod-d    pic zzzzz9.
           02 filler   pic x(02) value spaces.
           02 desc-d   pic x(25).
           02 filler   pic x(02) value spaces.
           02 ent-d    pic 9999/99.
           02 filler   pic x(02) value spaces.
           02 icms-d   pic zz.zzz.zz9,99.
           02 filler   pic x(02) value spaces.
           02 parc-d   pic z9.
           02 filler   pic x(01) value "/".
           02 parct-d  pic 99.
           02 filler   pic x(02) value spaces.
           02 cred-d   pic zz.zzz.zz9,99.
           02 filler   pic x(02) value spaces.
           02 aprop-d  pic zz.zzz.zz9,99.
           02 filler   pic x(02) value spaces.
           02 est-d    pic zz.zzz.zz9,99.
           02 filler   pic x(02) value spaces.
           02 ocor-d   pic x(10).
       01 lin-total.
           02 filler   pic x(17) value "BENS NO LIVRO: ".
           02 tot-d    pic zzzzz9.
           02 filler   pic x(04) value spaces.
           02 filler   pic x(17) value "CREDITO DO MES: ".
           02 totc-d   pic z.zzz.zzz.zz9,99.
           02 filler   pic x(04) value spaces.
           02 filler   pic x(17) value "ESTORNOS: ".
           02 tote-d   pic z.zzz.zzz.zz9,99.

       procedure division.
      *-----------------------------------------------------------------
       Inicio.
           perform abre-arq.
           perform pede-parametros.
           perform controla-periodo.
           perform inclui-novos.
           perform imprime-cabecalho.
           perform apropria-parcelas.
           perform imprime-total.
           perform finaliza-periodo.
           perform fecha-arq.
           display "Bens incluidos no CIAP: " total-novos.
           display "Bens no livro do mes: " total-bens.
           display "Bens encerrados por saida: " total-encerrados.
           exit program.
      *-----------------------------------------------------------------
       abre-arq.
           open input BEMS.
           if ARQST not = "00"
               display "ERRO NA ABERTURA DE PATRIMO.DAT - " ARQST
               stop run.
           open i-o CIAP.
           if ARQST-CI not = "00"
               close CIAP
               open output CIAP
               close CIAP
               open i-o CIAP.
           open i-o MOVCIAP.
           if ARQST-MC not = "00"
               close MOVCIAP
               open output MOVCIAP
               close MOVCIAP
               open i-o MOVCIAP.
           open i-o CTLCIAP.
           if ARQST-CTL not = "00"
               close CTLCIAP
               open output CTLCIAP
               close CTLCIAP
               open i-o CTLCIAP.
      *Sem NOTAFIS.DAT nao ha ICMS a ratear e nenhum bem novo entra;
      *sem VENDAS.DAT ou BXPEND.DAT a saida do bem e conferida so
      *pelo STATUS-BEM, como o sem-reaval do DEPREBEM.
           move "N" to sem-notafis.
           open input NOTAFIS.
           if ARQST-NF = "35"
               move "S" to sem-notafis
           else
           if ARQST-NF not = "00"
               display "ERRO NA ABERTURA DE NOTAFIS.DAT - " ARQST-NF
               display "(STATUS 39: LAYOUT ANTIGO, RODE O CONVARQ)"
               stop run.
           move "N" to sem-vendas.
           open input VENDAS.
           if ARQST-VD not = "00"
               move "S" to sem-vendas.
           move "N" to sem-bxpend.
           open input BXPEND.
           if ARQST-BXP not = "00"
               move "S" to sem-bxpend.
      *-----------------------------------------------------------------
       pede-parametros.
           display "CONTROLE MENSAL DO CIAP".
           display "Periodo AAAAMM: ".
           accept periodo-base.
      *-----------------------------------------------------------------
       controla-periodo.
           move periodo-base to CP-PERIODO
           read CTLCIAP invalid key
                move "P" to CP-SITUACAO
                move zeros to CP-DATA-PROC
                move zeros to CP-TOTAL-BENS
                move zeros to CP-TOTAL-CREDITO
                write REG-CTLCIAP
           not invalid key
                if CP-SITUACAO = "F"
                    display "PERIODO " CP-PERIODO " JA PROCESSADO EM "
                        CP-DATA-PROC ", EXECUCAO CANCELADA"
                    stop run
                end-if
           end-read.
      *-----------------------------------------------------------------
       inclui-novos.
      *Bem ativo adquirido ate o periodo, com nota que tem ICMS e
      *ainda sem registro em CIAP.DAT, entra com a sua parte do ICMS
      *da nota; o rateio e feito bem a bem pela proporcao do valor,
      *entao nao depende de todos os bens da nota ja estarem no
      *cadastro.
           if sem-notafis = "S"
               move "S" to fim-bems
           else
               move "N" to fim-bems
               move zeros to CODIGO-BEM
               start BEMS key is greater than or equal CODIGO-BEM
                   invalid key move "S" to fim-bems
               end-start.
           perform le-bem-novo until fim-bems = "S".
      *-----------------------------------------------------------------
       le-bem-novo.
           read BEMS next record at end move "S" to fim-bems
           not at end
               if STATUS-BEM not = "B"
                  and DT-AQUISICAO (1:6) <= periodo-base
                  and NOTA-FISCAL > zeros
                   move CODIGO-BEM to CI-CODIGO-BEM
                   read CIAP invalid key
                        perform rateia-icms
                   end-read
               end-if
           end-read.
      *-----------------------------------------------------------------
       rateia-icms.
           move NOTA-FISCAL to NF-NUMERO
           read NOTAFIS invalid key
                move zeros to NF-VALOR-ICMS
           end-read
           if NF-VALOR-ICMS > zeros and NF-VALOR-TOTAL > zeros
               move CODIGO-BEM to CI-CODIGO-BEM
               move NOTA-FISCAL to CI-NOTA-FISCAL
               move DT-AQUISICAO (1:6) to CI-PERIODO-INI
               compute CI-VALOR-ICMS rounded =
                   NF-VALOR-ICMS * VALOR-COMPRA / NF-VALOR-TOTAL
               compute CI-VALOR-PARCELA rounded =
                   CI-VALOR-ICMS / PARCELAS-CIAP
               move zeros to CI-PARCELAS CI-VALOR-APROP
               move "A" to CI-SITUACAO
               move zeros to CI-PERIODO-FIM
               write REG-CIAP
               add 1 to total-novos.
      *-----------------------------------------------------------------
       imprime-cabecalho.
           open output REL-CIAP
           move periodo-base to per-c
           move cab-1 to LINHA-REL
           write LINHA-REL
           move cab-2 to LINHA-REL
           write LINHA-REL.
      *-----------------------------------------------------------------
       apropria-parcelas.
           move "N" to fim-ciap
           move zeros to CI-CODIGO-BEM
           start CIAP key is greater than or equal CI-CODIGO-BEM
               invalid key move "S" to fim-ciap
           end-start
           perform le-ciap until fim-ciap = "S".
      *-----------------------------------------------------------------
       le-ciap.
      *Alem dos ativos, o bem encerrado no proprio periodo volta a
      *ser calculado numa reexecucao do mes, para o livro sair
      *completo.
           read CIAP next record at end move "S" to fim-ciap
           not at end
               if CI-SITUACAO = "A"
                  or CI-PERIODO-FIM = periodo-base
                   perform calcula-parcela
               end-if
           end-read.
      *-----------------------------------------------------------------
       calcula-parcela.
      *A parcela do mes sai da distancia em meses ate o periodo de
      *entrada (e nao de um contador), para a reexecucao de um mes
      *"P" regravar os mesmos valores.
           move CI-PERIODO-INI to periodo-ini
           compute parcela-mes =
               ((periodo-aaaa - periodo-ini-aaaa) * 12) +
               (periodo-mm - periodo-ini-mm) + 1
           if parcela-mes >= 1
               perform verifica-saida
               if ocorrencia = "N"
                   perform apropria-mes
               else
                   perform encerra-por-saida
               end-if
           end-if.
      *-----------------------------------------------------------------
       verifica-saida.
      *N = normal; B = baixado ou com baixa pedida ate o periodo;
      *V = vendido ate o periodo; M = fora do cadastro vivo
      *(expurgado pelo ARQBEM para o arquivo morto).
           move "N" to ocorrencia
           move CI-CODIGO-BEM to CODIGO-BEM
           read BEMS invalid key
                move "M" to ocorrencia
           not invalid key
                if STATUS-BEM = "B"
                   and DT-BAIXA (1:6) <= periodo-base
                    move "B" to ocorrencia
                end-if
           end-read
           if ocorrencia = "N" and sem-vendas not = "S"
               move CI-CODIGO-BEM to VD-CODIGO-BEM
               read VENDAS not invalid key
                    if VD-DATA-VENDA (1:6) <= periodo-base
                        move "V" to ocorrencia
                    end-if
               end-read
           end-if
           if ocorrencia = "N" and sem-bxpend not = "S"
               perform verifica-pedido-baixa.
      *-----------------------------------------------------------------
       verifica-pedido-baixa.
      *Pedido aprovado no BXAPEND com data de baixa ate o periodo
      *tira o bem do credito; pedido pendente ainda pode ser rejeitado
      *e o bem continua apropriando ate a decisao.
           move "N" to fim-bxp
           move CI-CODIGO-BEM to BX-CODIGO-BEM
           move zeros to BX-DATA-PED BX-HORA-PED
           start BXPEND key is greater than or equal BX-CHAVE
                invalid key move "S" to fim-bxp
           end-start
           perform le-pedido-baixa until fim-bxp = "S".
      *-----------------------------------------------------------------
       le-pedido-baixa.
           read BXPEND next record at end move "S" to fim-bxp
           not at end
                if BX-CODIGO-BEM not = CI-CODIGO-BEM
                     move "S" to fim-bxp
                else
                     if BX-SITUACAO = "A"
                        and BX-DT-BAIXA (1:6) <= periodo-base
                          move "B" to ocorrencia
                          move "S" to fim-bxp
                     end-if
                end-if
           end-read.
      *-----------------------------------------------------------------
       apropria-mes.
      *Parcela fixa de 1/48; a ultima fecha o ICMS do bem com o resto
      *do arredondamento.
           if parcela-mes > PARCELAS-CIAP
               move "C" to CI-SITUACAO
               rewrite REG-CIAP
           else
               if parcela-mes = PARCELAS-CIAP
                   compute valor-mes = CI-VALOR-ICMS -
                       CI-VALOR-PARCELA * (PARCELAS-CIAP - 1)
                   move CI-VALOR-ICMS to valor-aprop
                   move "C" to CI-SITUACAO
                   move periodo-base to CI-PERIODO-FIM
               else
                   move CI-VALOR-PARCELA to valor-mes
                   compute valor-aprop =
                       CI-VALOR-PARCELA * parcela-mes
                   move "A" to CI-SITUACAO
                   move zeros to CI-PERIODO-FIM
               end-if
               compute valor-saldo = CI-VALOR-ICMS - valor-aprop
               move zeros to valor-estorno
               move parcela-mes to CI-PARCELAS
               move valor-aprop to CI-VALOR-APROP
               rewrite REG-CIAP
               perform grava-movciap
               perform grava-linha
               add valor-mes to total-credito.
      *-----------------------------------------------------------------
       encerra-por-saida.
      *A partir do mes da saida nao ha mais credito: o que ja foi
      *apropriado ate o mes anterior fica e o saldo e estornado.
           move zeros to valor-mes
           compute valor-aprop =
               CI-VALOR-PARCELA * (parcela-mes - 1)
           if valor-aprop > CI-VALOR-ICMS
               move CI-VALOR-ICMS to valor-aprop.
           compute valor-estorno = CI-VALOR-ICMS - valor-aprop
           move zeros to valor-saldo
           compute CI-PARCELAS = parcela-mes - 1
           move valor-aprop to CI-VALOR-APROP
           move "E" to CI-SITUACAO
           move periodo-base to CI-PERIODO-FIM
           rewrite REG-CIAP
           perform grava-movciap
           perform grava-linha
           add valor-estorno to total-estorno
           add 1 to total-encerrados.
      *-----------------------------------------------------------------
       grava-movciap.
           move CI-CODIGO-BEM to MC-CODIGO-BEM
           move periodo-base to MC-PERIODO
           move CI-PARCELAS to MC-PARCELA
           move valor-mes to MC-VALOR-MES
           move valor-aprop to MC-VALOR-APROP
           move valor-saldo to MC-SALDO
           move valor-estorno to MC-VALOR-ESTORNO
           move ocorrencia to MC-OCORRENCIA
           write REG-MOVCIAP invalid key
                rewrite REG-MOVCIAP
           end-write.
      *-----------------------------------------------------------------
       grava-linha.
           move CI-CODIGO-BEM to cod-d
           if ocorrencia = "M"
               move "(ARQUIVO MORTO)" to desc-d
           else
               move DESCRICAO-BEM to desc-d.
           move CI-PERIODO-INI to ent-d
           move CI-VALOR-ICMS to icms-d
           move CI-PARCELAS to parc-d
           move PARCELAS-CIAP to parct-d
           move valor-mes to cred-d
           move valor-aprop to aprop-d
           move valor-estorno to est-d
           evaluate ocorrencia
               when "B" move "BAIXA" to ocor-d
               when "V" move "VENDA" to ocor-d
               when "M" move "EXPURGO" to ocor-d
               when other
                   if CI-SITUACAO = "C"
                       move "CONCLUIDO" to ocor-d
                   else
                       move spaces to ocor-d
                   end-if
           end-evaluate
           move lin-det to LINHA-REL
           write LINHA-REL
           add 1 to total-bens.
      *-----------------------------------------------------------------
       imprime-total.
           move spaces to LINHA-REL
           write LINHA-REL
           move total-bens to tot-d
           move total-credito to totc-d
           move total-estorno to tote-d
           move lin-total to LINHA-REL
           write LINHA-REL.
      *-----------------------------------------------------------------
       finaliza-periodo.
           move periodo-base to CP-PERIODO
           move "F" to CP-SITUACAO
           move function current-date(1:8) to CP-DATA-PROC
           move total-bens to CP-TOTAL-BENS
           move total-credito to CP-TOTAL-CREDITO
           rewrite REG-CTLCIAP invalid key
                write REG-CTLCIAP
           end-rewrite.
      *-----------------------------------------------------------------
       fecha-arq.
           close BEMS.
           close CIAP.
           close MOVCIAP.
           close CTLCIAP.
           close REL-CIAP.
           if sem-notafis not = "S"
               close NOTAFIS.
           if sem-vendas not = "S"
               close VENDAS.
           if sem-bxpend not = "S"
               close BXPEND.
       end program CIAPBEM.
