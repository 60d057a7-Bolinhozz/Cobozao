              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-REL.

              SELECT TRAVPER ASSIGN TO DISK-4
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY TP-PERIODO
              FILE STATUS ARQST-TP.

       data division.
       file section.
       FD  MOVDEPR LABEL RECORD STANDARD
       FD  REL-MAPA LABEL RECORD STANDARD.
       01  LINHA-REL             PIC X(110).

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
       01 arqst-ctl    pic x(2).
       01 arqst-bem    pic x(2).
       01 arqst-rel    pic x(2).
       01 arqst-tp     pic x(2).
       01 periodo-trava pic 9(06) value zeros.
       01 fim-movdepr  pic x(1) value "N".

       01 ano-mapa       pic 9(04) value zeros.
           if ARQST-BEM not = "00"
               display "ERRO NA ABERTURA DE PATRIMO.DAT - " ARQST-BEM
               stop run.
           perform abre-trava.
      *-----------------------------------------------------------------
       pede-parametros.
           display "MAPA ANUAL DE DEPRECIACAO".
           write REG-CTLDEPR invalid key
                rewrite REG-CTLDEPR
           end-write.
           perform trava-mes
               varying mes-aux from 1 by 1 until mes-aux > 12.
      *-----------------------------------------------------------------
       trava-mes.
      *Os doze meses do exercicio encerrado ficam travados em
      *TRAVPER.DAT para os programas de manutencao (ver TRAVPER).
           compute periodo-trava = ano-mapa * 100 + mes-aux
           perform trava-periodo.
      *-----------------------------------------------------------------
       fecha-arq.
           close MOVDEPR.
           close CTLDEPR.
           close BEMS.
           close REL-MAPA.
           close TRAVPER.
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
           move "MAPANUAL" to TP-ORIGEM
           move function current-date(1:8) to TP-DT-SITUACAO
           move spaces to TP-OPERADOR
           move "ENCERRAMENTO DO EXERCICIO" to TP-MOTIVO.
       end program MAPANUAL.
