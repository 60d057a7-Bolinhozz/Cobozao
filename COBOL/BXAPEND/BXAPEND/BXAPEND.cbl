      *com emprestimo em aberto nao baixa - e grava a entrada de
      *auditoria da baixa; a rejeicao fica no proprio registro da
      *fila, com quem decidiu e quando.
      *Baixa com data em periodo fechado (TRAVPER.DAT, ver TRAVPER)
      *so e aprovada com liberacao e justificativa registradas.
      *O relatorio lista pendentes e rejeitadas com o envelhecimento
      *em dias, para nada apodrecer na fila.
      *Pai de kit (KITBEM.DAT, mantido no BENS) com componentes ativos
      *so e aprovado levando o kit todo: o supervisor confirma a
      *baixa em cascata, com a mesma data e motivo; recusada, ou com
      *componente emprestado, a aprovacao vira rejeicao.
      *Entrada assinada via sessao do MENUBEM ou propria, e registro
      *em AUDITORIA.LOG como nos demais programas de manutencao.

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
           organization line sequential
           file status arqst-ses.

           select KITBEM assign to disk-5
           organization indexed
           access mode dynamic
           record key KT-CODIGO-COMP
           alternate record key KT-CODIGO-PAI with duplicates
           file status arqst-kit.

           select TRAVPER assign to disk-6
           organization indexed
           access mode dynamic
           record key TP-PERIODO
           file status arqst-trv.

       data division.
       file section.
       fd  BXPEND label record standard
           02 EM-SITUACAO        pic x(01).
           02 EM-OPERADOR        pic x(10).

       fd  KITBEM label record standard
       value of file-id is "KITBEM.DAT".
       01 reg-kitbem.
           02 KT-CODIGO-COMP     pic 9(06).
           02 KT-CODIGO-PAI      pic 9(06).
           02 KT-DT-INCLUSAO     pic 9(08).
           02 KT-OPERADOR        pic x(10).

       FD  REL-BXP LABEL RECORD STANDARD.
       01  LINHA-REL             PIC X(110).

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
               03 SES-MIN          pic 9(02).
               03 SES-SEG          pic 9(02).

       fd  TRAVPER label record standard
       value of file-id is "TRAVPER.DAT".
       01 reg-travper.
           02 TP-PERIODO         pic 9(06).
           02 TP-SITUACAO        pic x(01).
           02 TP-ORIGEM          pic x(08).
           02 TP-DT-SITUACAO     pic 9(08).
           02 TP-OPERADOR        pic x(10).
           02 TP-MOTIVO          pic x(30).

       WORKING-STORAGE SECTION.
       01 arqst-bem                pic x(02).
       01 arqst-emp                pic x(02).
       01 arqst-rel                pic x(02).
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
       01 arqst-ses                pic x(02).
       01 TEMPO-SESSAO             pic 9(04) value 0900.
       01 fim-emp          pic x(01) value "N".
       01 sem-emprest      pic x(01) value "N".
       01 baixa-ok         pic x(01) value "N".
       01 fica-pendente    pic x(01) value "N".
       01 arqst-kit        pic x(02).
       01 fim-kit          pic x(01) value "N".
       01 kit-pai          pic 9(06) value zeros.
       01 kit-cascata      pic x(01) value "N".
       01 qt-comp-ativos   pic 9(03) value zeros.
       01 qt-comp-emprest  pic 9(03) value zeros.
       01 qt-comp-ed       pic zz9.
       01 data-hoje        pic 9(08) value zeros.
       01 dias-hoje        pic 9(08) value zeros.
       01 dias-pedido      pic 9(08) value zeros.
           02 filler   pic x(15) value "  REJEITADAS: ".
           02 totr-d   pic zzzzz9.

      *Trava de periodo fechado (TRAVPER.DAT, ver TRAVPER): o
      *chamador poe a data do evento em data-evento e a chave do
      *lancamento em chave-evento antes do verifica-periodo.
       01 arqst-trv      pic x(02).
       01 data-evento    pic 9(08) value zeros.
       01 chave-evento   pic x(15) value spaces.
       01 periodo-ok     pic x(01) value "S".
       01 sup-ok         pic x(01) value "N".
       01 sup-codigo     pic x(10) value spaces.
       01 sup-senha      pic x(08) value spaces.
       01 justif-trava   pic x(40) value spaces.
       01 linha-trava    pic x(70) value spaces.
       01 buffer-trava   pic x(120) value spaces.
       01 liberacao-periodo.
           02 LP-PERIODO     pic 9(06).
           02 filler         pic x(01) value spaces.
           02 LP-ORIGEM      pic x(08).
           02 filler         pic x(01) value spaces.
           02 LP-DATA-EVENTO pic 9(08).
           02 filler         pic x(01) value spaces.
           02 LP-SUPERVISOR  pic x(10).
           02 filler         pic x(01) value spaces.
           02 LP-JUSTIF      pic x(40).

       screen section.
       01 tela-inicial.
          02 line 2 col 2 value "Santos,    de            de     .".
           Perform abre-arq.
           Perform identifica-operador.
           Perform abertura until op = "3".
           close BXPEND BEMS KITBEM.
           exit program.
      *-----------------------------------------------------------------
       sai.
               OPEN OUTPUT BEMS
               CLOSE BEMS
               OPEN I-O BEMS.
           OPEN INPUT KITBEM.
           IF ARQST-KIT NOT = "00"
               CLOSE KITBEM
               OPEN OUTPUT KITBEM
               CLOSE KITBEM
               OPEN INPUT KITBEM.
      *-----------------------------------------------------------------
       identifica-operador.
      *Entrada assinada: primeiro a sessao aberta pelo MENUBEM
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
                     end-if
                end-if
           end-read.
      *Data da baixa em periodo fechado sem liberacao: o pedido fica
      *na fila, pendente, ate a liberacao ou a rejeicao.
           move "N" to fica-pendente.
           if baixa-ok = "S"
               move BX-DT-BAIXA to data-evento
               move BX-CODIGO-BEM to chave-evento
               perform verifica-periodo
               if periodo-ok not = "S"
                   move "N" to baixa-ok
                   move "S" to fica-pendente.
           if baixa-ok = "S"
               perform verifica-kit.
           if baixa-ok = "S"
               perform efetiva-baixa
               if kit-cascata = "S"
                   perform baixa-componentes.
           if fica-pendente = "S"
               display "Pedido continua pendente." at 2321
               stop " "
           else
               perform encerra-pedido.
      *-----------------------------------------------------------------
       verifica-kit.
      *Conta os componentes ativos do kit (se o bem for pai) e pede a
      *confirmacao da cascata; a contagem le os componentes na area
      *de PATRIMO.DAT, por isso o pai e relido no fim.
           move "N" to kit-cascata
           move CODIGO-BEM to kit-pai
           perform conta-componentes
           if qt-comp-ativos > 0
                if qt-comp-emprest > 0
                     display "Componente do kit emprestado, baixa "
                         "negada." at 2321
                     stop " "
                     move "N" to baixa-ok
                else
                     move qt-comp-ativos to qt-comp-ed
                     display "Kit com      componentes ativos." at 1903
                     display qt-comp-ed at 1912
                     display "Baixar o kit todo <S/N> [ ]" at 2003
                     accept decisao at 2028 with prompt auto
                     if decisao = "S" or "s"
                          move "S" to kit-cascata
                     else
                          display "Kit com componentes ativos, baixa "
                              "negada." at 2321
                          stop " "
                          move "N" to baixa-ok
                     end-if
                end-if
           end-if
           move kit-pai to CODIGO-BEM
           read BEMS invalid key
                move "N" to baixa-ok
           end-read.
      *-----------------------------------------------------------------
       conta-componentes.
           move zeros to qt-comp-ativos qt-comp-emprest
           move kit-pai to KT-CODIGO-PAI
           move "N" to fim-kit
           start KITBEM key is equal to KT-CODIGO-PAI
                invalid key move "S" to fim-kit
           end-start
           perform le-conta-comp until fim-kit = "S".
      *-----------------------------------------------------------------
       le-conta-comp.
           read KITBEM next record key is KT-CODIGO-PAI
                at end move "S" to fim-kit
           not at end
                if KT-CODIGO-PAI not = kit-pai
                     move "S" to fim-kit
                else
                     move KT-CODIGO-COMP to CODIGO-BEM
                     read BEMS invalid key
                          move "B" to STATUS-BEM
                     end-read
                     if STATUS-BEM not = "B"
                          add 1 to qt-comp-ativos
                          perform verifica-emprestimo
                          if bem-emprestado = "S"
                               add 1 to qt-comp-emprest
                          end-if
                     end-if
                end-if
           end-read.
      *-----------------------------------------------------------------
       baixa-componentes.
      *Cada componente ativo recebe a data e o motivo do pedido do
      *pai, com a sua propria entrada de auditoria.
           move kit-pai to KT-CODIGO-PAI
           move "N" to fim-kit
           start KITBEM key is equal to KT-CODIGO-PAI
                invalid key move "S" to fim-kit
           end-start
           perform le-baixa-comp until fim-kit = "S".
      *-----------------------------------------------------------------
       le-baixa-comp.
           read KITBEM next record key is KT-CODIGO-PAI
                at end move "S" to fim-kit
           not at end
                if KT-CODIGO-PAI not = kit-pai
                     move "S" to fim-kit
                else
                     perform baixa-componente
                end-if
           end-read.
      *-----------------------------------------------------------------
       baixa-componente.
           move KT-CODIGO-COMP to CODIGO-BEM
           read BEMS invalid key
                move "B" to STATUS-BEM
           end-read
           if STATUS-BEM not = "B"
                move reg-BEMS to buffer-antes
                move "B" to STATUS-BEM
                move BX-DT-BAIXA to DT-BAIXA
                move BX-MOTIVO to MOTIVO-BAIXA
                rewrite reg-BEMS invalid key
                     display "Erro na regravacao do bem." at 2321
                     stop " "
                not invalid key
                     move reg-BEMS to buffer-depois
                     move "E" to aud-operacao-ws
                     move CODIGO-BEM to aud-chave-ws
                     perform grava-auditoria
                end-rewrite.
      *-----------------------------------------------------------------
       efetiva-baixa.
           move reg-BEMS to buffer-antes.
           move dias-fila to dia-d
           move lin-det to LINHA-REL
           write LINHA-REL.
      *-----------------------------------------------------------------
       verifica-periodo.
      *Evento com data em periodo fechado - pelo DEPREBEM, pelo
      *CONTMES, pelo MAPANUAL ou travado pelo supervisor no TRAVPER -
      *so entra com a liberacao de um supervisor (nivel 3) e a
      *justificativa registrada na AUDITORIA.LOG. Sem TRAVPER.DAT
      *nao ha periodo fechado.
           move "S" to periodo-ok.
           open input TRAVPER.
           if arqst-trv = "00"
               move data-evento (1:6) to TP-PERIODO
               read TRAVPER invalid key
                    move "A" to TP-SITUACAO
               end-read
               close TRAVPER
               if TP-SITUACAO = "F"
                    perform libera-periodo.
      *-----------------------------------------------------------------
       libera-periodo.
      *Supervisor assinado confirma ele mesmo; operador de nivel
      *menor chama um supervisor para digitar codigo e senha.
           move "N" to periodo-ok.
           display "Periodo        fechado pelo" at 2203.
           display TP-PERIODO at 2211.
           display TP-ORIGEM at 2232.
           if nivel-log >= 3
               move "N" to sup-ok
               display "Liberar o lancamento <S/N> [ ]" at 2303
               accept salva at 2331 with prompt auto
               if salva = "S" or salva = "s"
                   move "S" to sup-ok
                   move operador-log to sup-codigo
               end-if
           else
               perform pede-supervisor.
           display linha-trava at 2303.
           if sup-ok = "S"
               move spaces to justif-trava
               perform testa-justif-trava
                   until justif-trava not = spaces
               perform audita-liberacao
               move "S" to periodo-ok
           else
               display "Periodo fechado, lancamento recusado." at 2321
               stop " ".
           display linha-trava at 2203.
           display linha-trava at 2303.
      *-----------------------------------------------------------------
       pede-supervisor.
           move "N" to sup-ok.
           move spaces to sup-codigo sup-senha.
           display "Supervisor: " at 2303.
           accept sup-codigo at 2315.
           display "Senha: " at 2330.
           accept sup-senha at 2337.
           open input OPERADOR.
           if arqst-oper = "00"
               move sup-codigo to CODIGO-OPER
               read OPERADOR invalid key
                    move "N" to sup-ok
               not invalid key
                    if SENHA-OPER = sup-senha and NIVEL-OPER >= 3
                       and BLOQ-OPER not = "S"
                         move "S" to sup-ok
                    end-if
               end-read
               close OPERADOR.
      *-----------------------------------------------------------------
       testa-justif-trava.
           display "Justificativa: " at 2303.
           accept justif-trava at 2318.
           if justif-trava = spaces then
                display "Digite a justificativa." at 2321
           else
                display espaco at 2321.
      *-----------------------------------------------------------------
       audita-liberacao.
      *A liberacao sai na auditoria com a chave do proprio lancamento
      *e, na imagem, periodo, quem fechou, data do evento, supervisor
      *e justificativa; o buffer-antes do chamador e preservado para
      *a auditoria do lancamento que vem depois.
           move buffer-antes to buffer-trava
           move spaces to buffer-antes
           move TP-PERIODO to LP-PERIODO
           move TP-ORIGEM to LP-ORIGEM
           move data-evento to LP-DATA-EVENTO
           move sup-codigo to LP-SUPERVISOR
           move justif-trava to LP-JUSTIF
           move liberacao-periodo to buffer-depois
           move "V" to aud-operacao-ws
           move chave-evento to aud-chave-ws
           perform grava-auditoria
           move buffer-trava to buffer-antes.
       end program BXAPEND.
