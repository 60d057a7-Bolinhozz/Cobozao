      *AUDITORIA.LOG como nos demais programas de manutencao.
      *Tambem imprime o historico de movimentacao por bem ou por
      *departamento, para atender as consultas da auditoria.
      *Bem pai de um kit (KITBEM.DAT, mantido no BENS) pode levar
      *junto os componentes ativos: cada um gera o seu movimento e a
      *sua auditoria como uma transferencia normal. Componente
      *transferido sozinho e avisado de que sai do depto do kit.

       Identification Division.
       Program-Id. TRFBEM.
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
              RECORD KEY EM-CHAVE
              FILE STATUS ARQST-EMP.

              SELECT KITBEM ASSIGN TO DISK-6
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY KT-CODIGO-COMP
              ALTERNATE RECORD KEY KT-CODIGO-PAI WITH DUPLICATES
              FILE STATUS ARQST-KIT.

              SELECT TRAVPER ASSIGN TO DISK-7
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY TP-PERIODO
              FILE STATUS ARQST-TRV.

       data division.
       file section.
       fd  BEMS LABEL RECORD STANDARD
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
           02 EM-SITUACAO        pic x(01).
           02 EM-OPERADOR        pic x(10).

       fd  KITBEM label record standard
       value of file-id is "KITBEM.DAT".
       01 reg-kitbem.
           02 KT-CODIGO-COMP     pic 9(06).
           02 KT-CODIGO-PAI      pic 9(06).
           02 KT-DT-INCLUSAO     pic 9(08).
           02 KT-OPERADOR        pic x(10).

       FD  TRAVPER LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "TRAVPER.DAT".
       01 reg-travper.
           02 TP-PERIODO         PIC 9(06).
           02 TP-SITUACAO        PIC X(01).
           02 TP-ORIGEM          PIC X(08).
           02 TP-DT-SITUACAO     PIC 9(08).
           02 TP-OPERADOR        PIC X(10).
           02 TP-MOTIVO          PIC X(30).

       WORKING-STORAGE SECTION.
       01 arqst-depto  pic x(2).
       01 arqst-mov    pic x(2).
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
       01 arqst-oper   pic x(2).
       01 operador-log pic x(10) value spaces.
       01 senha-dig    pic x(08) value spaces.
       01 arqst-emp    pic x(2).
       01 bem-emprestado pic x(1) value "N".
       01 fim-emp      pic x(1) value "N".
       01 arqst-kit    pic x(2).
       01 fim-kit      pic x(1) value "N".
       01 kit-pai      pic 9(06) value zeros.
       01 qt-kit-ok    pic 9(03) value zeros.
       01 qt-kit-nao   pic 9(03) value zeros.
       01 qt-kit-ed    pic zz9.
       01 registro-travado pic x(1) value "N".
       01 desiste-trava    pic x(1) value "N".
       01 aud-operacao-ws pic x(01).
           02 filler   pic x(22) value "TOTAL DE MOVIMENTOS: ".
           02 tot-h    pic zzzzz9.

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
               OPEN OUTPUT MOVBEM
               CLOSE MOVBEM
               OPEN I-O MOVBEM.
           OPEN INPUT KITBEM.
           IF ARQST-KIT NOT = "00"
               CLOSE KITBEM
               OPEN OUTPUT KITBEM
               CLOSE KITBEM
               OPEN INPUT KITBEM.
      *-----------------------------------------------------------------
       fecha-arq.
           close BEMS.
           close DEPTOS.
           close MOVBEM.
           close KITBEM.
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
                        at 2321
                 else
                    perform mostra-bem
                    perform avisa-componente
                    perform testa-destino
                        until depto-dest not = spaces
                    move function current-date(1:8) to data-evento
                    move CODIGO-BEM to chave-evento
                    perform verifica-periodo
                    if periodo-ok = "S"
                        perform efetiva-transferencia.
           perform destrava.
           perform continua.
      *-----------------------------------------------------------------
                     perform grava-auditoria
                     display espaco at 2319
                     display "Transferencia registrada." at 2321
                     perform transfere-kit
                else
                     move depto-orig to CODIGO-DEPTO
                     display espaco at 2319
                     display "Transferencia nao efetivada." at 2321.
      *-----------------------------------------------------------------
       avisa-componente.
           move CODIGO-BEM to KT-CODIGO-COMP
           read KITBEM invalid key
                continue
           not invalid key
                display "Atencao: bem e componente do kit" at 1703
                display KT-CODIGO-PAI at 1736
           end-read.
      *-----------------------------------------------------------------
       transfere-kit.
      *Depois do pai transferido, oferece levar os componentes que
      *ainda estao ativos fora do depto de destino. Componente
      *travado por outro operador ou emprestado fica onde esta e
      *entra na contagem dos nao transferidos.
           move CODIGO-BEM to kit-pai
           move zeros to qt-kit-ok qt-kit-nao
           move kit-pai to KT-CODIGO-PAI
           move "N" to fim-kit
           start KITBEM key is equal to KT-CODIGO-PAI
                invalid key move "S" to fim-kit
           end-start
           if fim-kit = "N"
                display "Transferir tambem os componentes do kit <S/N> "
                    "[ ]" at 2319
                accept salva at 2366 with prompt auto
                display espaco at 2319
                if salva = "S" or "s"
                     perform le-componente until fim-kit = "S"
                     perform destrava
                     move qt-kit-ok to qt-kit-ed
                     display "Componentes transferidos:" at 1903
                     display qt-kit-ed at 1929
                     move qt-kit-nao to qt-kit-ed
                     display "Nao transferidos:" at 1935
                     display qt-kit-ed at 1953
                end-if
           end-if.
      *-----------------------------------------------------------------
       le-componente.
           read KITBEM next record key is KT-CODIGO-PAI
                at end move "S" to fim-kit
           not at end
                if KT-CODIGO-PAI not = kit-pai
                     move "S" to fim-kit
                else
                     perform transfere-componente
                end-if
           end-read.
      *-----------------------------------------------------------------
       transfere-componente.
           perform destrava
           move KT-CODIGO-COMP to CODIGO-BEM
           read BEMS record with lock key is CODIGO-BEM invalid key
                move "99" to arqst
           end-read
           if arqst not = "00"
                add 1 to qt-kit-nao
           else
           if STATUS-BEM = "B" or CODIGO-DEPTO = depto-dest
                continue
           else
                perform verifica-emprestimo
                if bem-emprestado = "S"
                     add 1 to qt-kit-nao
                else
                     move reg-BEMS to buffer-antes
                     move CODIGO-DEPTO to depto-orig
                     move depto-dest to CODIGO-DEPTO
                     rewrite reg-BEMS invalid key
                          move "99" to arqst
                     end-rewrite
                     if arqst = "00"
                          move reg-BEMS to buffer-depois
                          perform grava-movimento
                          move "T" to aud-operacao-ws
                          move CODIGO-BEM to aud-chave-ws
                          perform grava-auditoria
                          add 1 to qt-kit-ok
                     else
                          add 1 to qt-kit-nao
                     end-if
                end-if
           end-if
           end-if.
      *-----------------------------------------------------------------
       grava-movimento.
           move CODIGO-BEM to CODIGO-BEM-M
           move total-movs to tot-h
           move lin-total to LINHA-REL
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
       end program TRFBEM.
