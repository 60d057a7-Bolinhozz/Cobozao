      *confirmacao de um supervisor (nivel 3). O relatorio de
      *garantia lista as ordens pagas dentro da garantia para o
      *ressarcimento junto ao fornecedor.
      *Na abertura aparece o numero de serie da ficha tecnica do bem
      *(FICHABEM.DAT, ver BENS).

       Identification Division.
       Program-Id. MNTBEM.
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-AUD.

              SELECT ELOAUD ASSIGN TO DISK-11
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              LOCK MODE IS MANUAL
              RECORD KEY EL-CHAVE
              FILE STATUS ARQST-ELO.

              SELECT AUDIDX ASSIGN TO DISK-10
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IX-LOCAL
              ALTERNATE RECORD KEY IX-CHAVE-TS WITH DUPLICATES
              ALTERNATE RECORD KEY IX-OPERADOR-TS WITH DUPLICATES
              FILE STATUS ARQST-IDX.

              SELECT OPERADOR ASSIGN TO DISK-8
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CODIGO-BEM-G
              FILE STATUS ARQST-GAR.

              SELECT FICHABEM ASSIGN TO DISK-5
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY FT-CODIGO-BEM
              ALTERNATE RECORD KEY FT-SERIE WITH DUPLICATES
              FILE STATUS ARQST-FT.

       data division.
       file section.
       fd  MNTORD LABEL RECORD STANDARD
           02 DT-BAIXA           PIC 99999999.
           02 MOTIVO-BAIXA       PIC X(30).

       fd  FICHABEM label record standard
       value of file-id is "FICHABEM.DAT".
       01 reg-fichabem.
           02 FT-CODIGO-BEM      pic 9(06).
           02 FT-FABRICANTE      pic x(30).
           02 FT-MODELO          pic x(30).
           02 FT-SERIE           pic x(25).
           02 FT-DT-ALTERACAO    pic 9(08).
           02 FT-OPERADOR        pic x(10).
           02 filler             pic x(11).
           02 FT-ESPEC-1         pic x(50).
           02 FT-ESPEC-2         pic x(50).
           02 FT-ESPEC-3         pic x(50).
           02 FT-ESPEC-4         pic x(50).

       FD  REL-MNT LABEL RECORD STANDARD.
       01  LINHA-REL             PIC X(90).

           02 AUD-CHAVE            PIC X(15).
           02 AUD-ANTES            PIC X(120).
           02 AUD-DEPOIS           PIC X(120).
           02 AUD-SEQ              PIC 9(09).
           02 AUD-ELO              PIC 9(09).

       FD  AUDIDX LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "AUDIDX.DAT".
       01  REG-AUDIDX.
           02 IX-LOCAL.
               03 IX-ARQUIVO       PIC 9(06).
               03 IX-POSICAO       PIC 9(09).
           02 IX-CHAVE-TS.
               03 IX-CHAVE         PIC X(15).
               03 IX-TS-CHAVE      PIC 9(14).
           02 IX-OPERADOR-TS.
               03 IX-OPERADOR      PIC X(10).
               03 IX-TS-OPERADOR   PIC 9(14).
           02 IX-ENTRADA           PIC X(308).

       FD  ELOAUD LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "ELOAUD.DAT".
       01  REG-ELOAUD.
           02 EL-CHAVE             PIC X(10).
           02 EL-ULT-SEQ           PIC 9(09).
           02 EL-ULT-ELO           PIC 9(09).
           02 EL-ULT-TS            PIC 9(14).
           02 EL-SEQ-INICIO        PIC 9(09).
           02 EL-ELO-INICIO        PIC 9(09).

       FD  OPERADOR LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "OPERADOR.DAT".
       01 seg-sessao   pic 9(08) value zeros.
       01 arqst-rel    pic x(2).
       01 arqst-aud    pic x(2).
       01 arqst-idx    pic x(2).
       01 posicao-aud  pic 9(09) value zeros.
       01 arqst-elo    pic x(02).
       01 achou-elo    pic x(01) value "N".
       01 ix-elo       pic 9(03) value zeros.
       01 elo-aud      pic 9(09) value zeros.
       01 elo-calc     pic 9(12) value zeros.
       01 elo-quoc     pic 9(12) value zeros.
       01 operador-log pic x(10) value spaces.
       01 aud-operacao-ws pic x(01).
       01 aud-chave-ws    pic x(15).

       01 arqst-gar    pic x(2).
       01 sem-garbem   pic x(1) value "N".
       01 arqst-ft     pic x(2).
       01 sem-ficha    pic x(1) value "N".
       01 serie-bem    pic x(25) value spaces.
       01 em-garantia  pic x(1) value "N".
       01 data-hoje    pic 9(08) value zeros.
       01 sup-codigo   pic x(10) value spaces.
          02 line 13 col 3 VALUE "Tipo <P/C>".
          02 line 13 col 45 VALUE "Data da Abertura".
          02 line 15 col 3 VALUE "Fornecedor".
          02 line 17 col 3 VALUE "Numero de Serie".
       01 Tela-encerra.
          02 line 2 col 2 value "Santos,    de            de     .".
          02 line 4 col 30 value "Nome da Empresa".
           OPEN INPUT GARBEM.
           IF ARQST-GAR NOT = "00"
               MOVE "S" TO SEM-GARBEM.
      *FICHABEM.DAT so existe depois da primeira ficha tecnica
      *gravada no BENS.
           MOVE "N" TO SEM-FICHA.
           OPEN INPUT FICHABEM.
           IF ARQST-FT NOT = "00"
               MOVE "S" TO SEM-FICHA.
      *-----------------------------------------------------------------
       fecha-arq.
           close MNTORD.
           close BEMS.
           if sem-garbem not = "S"
               close GARBEM.
           if sem-ficha not = "S"
               close FICHABEM.
      *-----------------------------------------------------------------
       identifica-operador.
      *Entrada assinada: primeiro a sessao aberta pelo MENUBEM
           move aud-chave-ws to AUD-CHAVE
           move buffer-antes to AUD-ANTES
           move buffer-depois to AUD-DEPOIS
           perform encadeia-auditoria
           open extend AUDITORIA
           if ARQST-AUD not = "00"
               open output AUDITORIA.
           write REG-AUDITORIA.
           close AUDITORIA.
           perform indexa-auditoria.
           perform atualiza-elo.
      *-----------------------------------------------------------------
       indexa-auditoria.
      *A entrada recem-gravada entra no indice AUDIDX.DAT (ver IDXAUD)
      *na posicao seguinte a ultima do log vivo, o arquivo 999999 do
      *indice. Instalacao que ainda nao carregou o indice segue so
      *com o log. Posicao ja ocupada e indice fora de ordem com o log
      *(corte do ARQAUD interrompido): a entrada nao sobrescreve a
      *outra e o indice tem de ser recarregado pelo IDXAUD.
           open i-o AUDIDX.
           if arqst-idx not = "00"
               close AUDIDX
           else
               perform ultima-posicao-aud
               move 999999 to IX-ARQUIVO
               move posicao-aud to IX-POSICAO
               move AUD-CHAVE to IX-CHAVE
               move AUD-TIMESTAMP to IX-TS-CHAVE IX-TS-OPERADOR
               move AUD-OPERADOR to IX-OPERADOR
               move REG-AUDITORIA to IX-ENTRADA
               write REG-AUDIDX invalid key
                    display "Indice AUDIDX.DAT fora de ordem, rode o "
                        "IDXAUD." at 2321
                    stop " "
               end-write
               close AUDIDX.
      *-----------------------------------------------------------------
       ultima-posicao-aud.
           move 999999 to IX-ARQUIVO
           move 999999999 to IX-POSICAO
           move zeros to posicao-aud
           start AUDIDX key is less than or equal IX-LOCAL
                invalid key move zeros to posicao-aud
           end-start
           if arqst-idx = "00"
                read AUDIDX previous record
                     at end move zeros to posicao-aud
                     not at end
                          if IX-ARQUIVO = 999999
                               move IX-POSICAO to posicao-aud
                          end-if
                end-read.
           add 1 to posicao-aud.
      *-----------------------------------------------------------------
       encadeia-auditoria.
      *Cada entrada leva o numero de sequencia e o elo: o resumo dos
      *seus bytes encadeado ao elo da entrada anterior, que fica em
      *ELOAUD.DAT. Entrada alterada, apagada ou inserida no log
      *quebra a corrente e o VERAUD acusa na cadeia noturna.
      *O registro de ELOAUD.DAT fica travado da leitura ate a
      *atualizacao, depois da gravacao no log e no indice: dois
      *operadores gravando ao mesmo tempo saem em fila, cada um com
      *a sua sequencia e na ordem do log. ELOAUD.DAT so e criado
      *quando nao existe; sem ele aberto a entrada sai sem elo e o
      *VERAUD acusa.
           open i-o ELOAUD.
           if arqst-elo = "35"
               close ELOAUD
               open output ELOAUD
               close ELOAUD
               open i-o ELOAUD.
           move "N" to achou-elo.
           if arqst-elo not = "00"
               move "X" to achou-elo.
           perform trava-elo until achou-elo not = "N".
           if achou-elo = "X"
               close ELOAUD
               move zeros to AUD-SEQ AUD-ELO
           else
               add 1 to EL-ULT-SEQ giving AUD-SEQ
               move EL-ULT-ELO to elo-aud
               perform soma-elo-aud varying ix-elo from 1 by 1
                   until ix-elo > 299
               move elo-aud to AUD-ELO.
      *-----------------------------------------------------------------
       trava-elo.
      *Registro em uso por outro programa (status 51/9x) e lido de
      *novo ate ser liberado; o primeiro registro e gravado zerado e
      *relido com trava, e se outro programa o gravou antes vale o
      *dele.
           move "AUDITORIA" to EL-CHAVE.
           read ELOAUD with lock invalid key
                move zeros to EL-ULT-SEQ EL-ULT-ELO EL-ULT-TS
                move 1 to EL-SEQ-INICIO
                move zeros to EL-ELO-INICIO
                write REG-ELOAUD invalid key
                     continue
                end-write
           not invalid key
                move "S" to achou-elo
           end-read.
           if arqst-elo not = "00" and arqst-elo not = "22"
              and arqst-elo not = "23" and arqst-elo not = "51"
              and arqst-elo (1:1) not = "9"
                move "X" to achou-elo.
      *-----------------------------------------------------------------
       soma-elo-aud.
           compute elo-calc = elo-aud * 31
               + function ord (REG-AUDITORIA (ix-elo:1)) + ix-elo.
           divide elo-calc by 999999937 giving elo-quoc
               remainder elo-aud.
      *-----------------------------------------------------------------
       atualiza-elo.
           if achou-elo = "S"
               move AUD-SEQ to EL-ULT-SEQ
               move AUD-ELO to EL-ULT-ELO
               move AUD-TIMESTAMP to EL-ULT-TS
               rewrite REG-ELOAUD
               close ELOAUD.
      *-----------------------------------------------------------------
       abertura.
           display erase at 0101.
                     else
                          display espaco at 2321
                          display DESCRICAO-BEM at 1126
                          perform mostra-serie
                     end-if
                end-read.
      *-----------------------------------------------------------------
       mostra-serie.
      *Numero de serie da ficha tecnica (FICHABEM.DAT, mantida no
      *BENS), para conferir o equipamento com o que o fornecedor ou
      *a seguradora tem em maos.
           move spaces to serie-bem.
           if sem-ficha not = "S"
               move CODIGO-BEM to FT-CODIGO-BEM
               read FICHABEM invalid key
                    move "SEM FICHA TECNICA" to serie-bem
               not invalid key
                    move FT-SERIE to serie-bem
               end-read.
           display serie-bem at 1726.
      *-----------------------------------------------------------------
       testa-tipo-manut.
           accept TIPO-MANUT-E at 1315
