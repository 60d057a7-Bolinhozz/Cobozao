      *destino pertencem a DIVISAO-D diferentes em DEPTOS.txt (um
      *debito na divisao destino e um credito na origem, ao custo).
      *CTLCONT.DAT controla o periodo como o CTLDEPR.DAT do DEPREBEM:
      *mes exportado ("F") nao exporta de novo, e fica travado em
      *TRAVPER.DAT para os programas de manutencao (ver TRAVPER).

       Identification Division.
       Program-Id. CONTMES.
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-EXP.

              SELECT TRAVPER ASSIGN TO DISK-7
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY TP-PERIODO
              FILE STATUS ARQST-TP.

       data division.
       file section.
       fd  BEMS LABEL RECORD STANDARD
           02 NF-FORNECEDOR        PIC X(04).
           02 NF-DATA              PIC 9(08).
           02 NF-VALOR-TOTAL       PIC 9(08)V99.
           02 NF-VALOR-ICMS        PIC 9(08)V99.
           02 NF-REQUISICAO        PIC 9(06).

       FD  MOVBEM LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "MOVBEM.DAT".
       FD  EXP-MENSAL LABEL RECORD STANDARD.
       01  LINHA-EXP             PIC X(60).

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
       01 arqst-nf     pic x(2).
       01 arqst-depto  pic x(2).
       01 arqst-ctl    pic x(2).
       01 arqst-exp    pic x(2).
       01 arqst-tp     pic x(2).
       01 periodo-trava pic 9(06) value zeros.
       01 fim-bems     pic x(1) value "N".
       01 fim-movbem   pic x(1) value "N".
       01 sem-movbem   pic x(1) value "N".
               open output CTLCONT
               close CTLCONT
               open i-o CTLCONT.
           perform abre-trava.
      *Arquivos de movimento podem nao existir numa instalacao nova;
      *a secao correspondente sai vazia, como o sem-reaval do
      *DEPREBEM.
           move "N" to sem-notafis.
           open input NOTAFIS.
           if ARQST-NF = "35"
               move "S" to sem-notafis
           else
           if ARQST-NF not = "00"
               display "ERRO NA ABERTURA DE NOTAFIS.DAT - " ARQST-NF
               display "(STATUS 39: LAYOUT ANTIGO, RODE O CONVARQ)"
               stop run.
           move "N" to sem-movbem.
           open input MOVBEM.
           if ARQST-MVB not = "00"
           rewrite REG-CTLCONT invalid key
                write REG-CTLCONT
           end-rewrite.
           move periodo-base to periodo-trava
           perform trava-periodo.
      *-----------------------------------------------------------------
       fecha-arq.
           close BEMS.
           close DEPTOS.
           close CTLCONT.
           close EXP-MENSAL.
           close TRAVPER.
           if sem-notafis not = "S"
               close NOTAFIS.
           if sem-movbem not = "S"
               close MOVBEM.
           if sem-movdepr not = "S"
               close MOVDEPR.
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
           move "CONTMES" to TP-ORIGEM
           move function current-date(1:8) to TP-DT-SITUACAO
           move spaces to TP-OPERADOR
           move "FECHAMENTO EXPORTACAO CONTABIL" to TP-MOTIVO.
       end program CONTMES.
