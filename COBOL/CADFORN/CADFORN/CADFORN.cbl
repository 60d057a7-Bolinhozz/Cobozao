      *BENS para mostrar de quem veio o bem na inclusao.
      *Entrada assinada contra OPERADOR.DAT e registro em
      *AUDITORIA.LOG como nos demais programas de manutencao.
      *Fornecedor dono de bem de terceiro em BEMTERC.DAT (ver TERCBEM)
      *tambem nao se exclui, como o que ainda tem nota.

       Identification Division.
       Program-Id. CADFORN.
           organization line sequential
           file status arqst-aud.

           select ELOAUD assign to disk-11
           organization indexed
           access mode dynamic
           LOCK MODE IS MANUAL
           record key EL-CHAVE
           file status arqst-elo.

           select AUDIDX assign to disk-10
           organization indexed
           access mode dynamic
           record key IX-LOCAL
           alternate record key IX-CHAVE-TS with duplicates
           alternate record key IX-OPERADOR-TS with duplicates
           file status arqst-idx.

           select OPERADOR assign to disk-8
           organization indexed
           access mode dynamic
           record key NF-NUMERO-CHK
           file status arqst-nf.

           select BEMTERC assign to disk-3
           organization indexed
           access mode dynamic
           record key TC-CODIGO
           alternate record key TC-FORNECEDOR with duplicates
           alternate record key TC-CODIGO-DEPTO with duplicates
           file status arqst-terc.

       data division.
       file section.
       fd  FORNEC
           02 AUD-CHAVE            pic x(15).
           02 AUD-ANTES            pic x(120).
           02 AUD-DEPOIS           pic x(120).
           02 AUD-SEQ              pic 9(09).
           02 AUD-ELO              pic 9(09).

       fd  AUDIDX label record standard
       value of file-id is "AUDIDX.DAT".
       01  REG-AUDIDX.
           02 IX-LOCAL.
               03 IX-ARQUIVO       pic 9(06).
               03 IX-POSICAO       pic 9(09).
           02 IX-CHAVE-TS.
               03 IX-CHAVE         pic x(15).
               03 IX-TS-CHAVE      pic 9(14).
           02 IX-OPERADOR-TS.
               03 IX-OPERADOR      pic x(10).
               03 IX-TS-OPERADOR   pic 9(14).
           02 IX-ENTRADA           pic x(308).

       fd  ELOAUD label record standard
       value of file-id is "ELOAUD.DAT".
       01  REG-ELOAUD.
           02 EL-CHAVE             pic x(10).
           02 EL-ULT-SEQ           pic 9(09).
           02 EL-ULT-ELO           pic 9(09).
           02 EL-ULT-TS            pic 9(14).
           02 EL-SEQ-INICIO        pic 9(09).
           02 EL-ELO-INICIO        pic 9(09).

       fd  OPERADOR label record standard
       value of file-id is "OPERADOR.DAT".
           02 NF-FORNECEDOR-CHK    pic x(04).
           02 NF-DATA-CHK          pic 9(08).
           02 NF-VALOR-TOTAL-CHK   pic 9(08)v99.
           02 NF-VALOR-ICMS-CHK    pic 9(08)v99.
           02 NF-REQUISICAO-CHK    pic 9(06).

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

       WORKING-STORAGE SECTION.
       01 reg-fornec-e.
           02 NOME-FORN-e         pic x(30).
           02 CNPJ-FORN-e         pic 9(14).
       01 arqst-aud                pic x(02).
       01 arqst-idx                pic x(02).
       01 posicao-aud              pic 9(09) value zeros.
       01 arqst-elo                pic x(02).
       01 achou-elo                pic x(01) value "N".
       01 ix-elo                   pic 9(03) value zeros.
       01 elo-aud                  pic 9(09) value zeros.
       01 elo-calc                 pic 9(12) value zeros.
       01 elo-quoc                 pic 9(12) value zeros.
       01 arqst-oper               pic x(02).
       01 arqst-nf                 pic x(02).
       01 fim-nf-chk               pic x(01) value "N".
       01 forn-em-uso              pic x(01) value "N".
       01 arqst-terc               pic x(02).
       01 arq-em-uso               pic x(12) value spaces.
       01 operador-log             pic x(10) value spaces.
       01 senha-dig                pic x(08) value spaces.
       01 nivel-log                pic 9(01) value zeros.
           move aud-chave-ws to aud-chave
           move buffer-antes to aud-antes
           move buffer-depois to aud-depois
           perform encadeia-auditoria
           open extend AUDITORIA
           if arqst-aud not = "00"
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
                       not at end
                           if NF-FORNECEDOR-CHK = CODIGO-FORN then
                               move "S" to forn-em-uso
                               move "NOTAFIS.DAT" to arq-em-uso
                               move "S" to fim-nf-chk
                           end-if
                   end-read
               end-perform
               close NOTAFIS
           else
      *Nota ilegivel (39 e o layout antigo, ver CONVARQ) nao prova
      *que o fornecedor esta livre.
               if arqst-nf not = "35"
                   move "S" to forn-em-uso
                   move "NOTAFIS.DAT" to arq-em-uso
               end-if.
           if forn-em-uso = "N"
               open input BEMTERC
               if arqst-terc = "00"
                   move CODIGO-FORN to TC-FORNECEDOR
                   start BEMTERC key is equal to TC-FORNECEDOR
                       not invalid key
                           move "S" to forn-em-uso
                           move "BEMTERC.DAT" to arq-em-uso
                   end-start
                   close BEMTERC
               end-if
           end-if.
      *-----------------------------------------------------------------
       exclusao.
           perform inicializar.
               perform verifica-uso-forn
               if forn-em-uso = "S" then
                   display espaco at 2319
                   display "Fornecedor em uso em " at 2319
                   display arq-em-uso at 2340
                   display "Exclusao negada." at 2419
                   move "N" to salva
               else
