      *Travamento de Periodos Fechados
      *Mantem TRAVPER.DAT, um registro por periodo AAAAMM, que e o
      *controle unico de periodo fechado consultado pelos programas de
      *manutencao (BENS, BXAPEND, TRFBEM, REAVBEM, VENDBEM) antes de
      *aceitar um evento datado. O DEPREBEM grava o fechamento do mes,
      *o CONTMES o da exportacao contabil e o MAPANUAL os doze meses
      *do exercicio encerrado; aqui o supervisor (nivel 3) trava um
      *periodo a mao, com motivo, e so reabre o que ele mesmo travou -
      *fechamento de rotina batch nao reabre, os numeros ja sairam.
      *A carga de fechamentos le CTLDEPR.DAT e CTLCONT.DAT e grava os
      *periodos ja encerrados antes de existir a trava.
      *No programa de manutencao o lancamento em periodo fechado so
      *entra com a liberacao de um supervisor e justificativa, que
      *ficam na AUDITORIA.LOG (operacao "V").
      *Entrada assinada via sessao do MENUBEM ou propria, e registro
      *em AUDITORIA.LOG como nos demais programas de manutencao.

       Identification Division.
       Program-Id. TRAVPER.

       Environment Division.
       special-names.   decimal-point is comma.
       input-output section.
       file-control.
           select TRAVPER assign to disk
           organization indexed
           access mode dynamic
           record key TP-PERIODO
           file status arqst.

           select CTLDEPR assign to disk-1
           organization indexed
           access mode dynamic
           record key CT-PERIODO
           file status arqst-ctl.

           select CTLCONT assign to disk-3
           organization indexed
           access mode dynamic
           record key CC-PERIODO
           file status arqst-ctl.

           select AUDITORIA assign to disk-9
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
           record key CODIGO-OPER
           file status arqst-oper.

           select SESSAO assign to disk-2
           organization line sequential
           file status arqst-ses.

       data division.
       file section.
       fd  TRAVPER label record standard
       value of file-id is "TRAVPER.DAT".
       01 reg-travper.
           02 TP-PERIODO         pic 9(06).
           02 TP-SITUACAO        pic x(01).
           02 TP-ORIGEM          pic x(08).
           02 TP-DT-SITUACAO     pic 9(08).
           02 TP-OPERADOR        pic x(10).
           02 TP-MOTIVO          pic x(30).

       FD  CTLDEPR LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "CTLDEPR.DAT".
       01  REG-CTLDEPR.
           02 CT-PERIODO         PIC 9(06).
           02 CT-SITUACAO        PIC X(01).
           02 CT-DATA-PROC       PIC 9(08).
           02 CT-TOTAL-BENS      PIC 9(06).
           02 CT-TOTAL-DEPREC    PIC 9(10)V99.

       FD  CTLCONT LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "CTLCONT.DAT".
       01  REG-CTLCONT.
           02 CC-PERIODO         PIC 9(06).
           02 CC-SITUACAO        PIC X(01).
           02 CC-DATA-PROC       PIC 9(08).
           02 CC-TOTAL-LINHAS    PIC 9(06).

       fd  AUDITORIA label record standard
       value of file-id is "AUDITORIA.LOG".
       01  REG-AUDITORIA.
           02 AUD-TIMESTAMP        pic 9(14).
           02 AUD-OPERADOR         pic x(10).
           02 AUD-PROGRAMA         pic x(10).
           02 AUD-OPERACAO         pic x(01).
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
       01  REG-OPERADOR.
           02 CODIGO-OPER          pic x(10).
           02 NOME-OPER            pic x(30).
           02 SENHA-OPER           pic x(08).
           02 NIVEL-OPER           pic 9(01).
           02 DT-SENHA-OPER        pic 9(08).
           02 FALHAS-OPER          pic 9(02).
           02 BLOQ-OPER            pic x(01).
       fd  SESSAO label record standard
       value of file-id is "SESSAO.DAT".
       01  REG-SESSAO.
           02 SES-OPERADOR         pic x(10).
           02 SES-NIVEL            pic 9(01).
           02 SES-TIMESTAMP.
               03 SES-DATA         pic 9(08).
               03 SES-HORA         pic 9(02).
               03 SES-MIN          pic 9(02).
               03 SES-SEG          pic 9(02).

       WORKING-STORAGE SECTION.
       01 reg-travper-e.
           02 TP-PERIODO-E         pic 9(06).
           02 TP-MOTIVO-E          pic x(30).
       01 arqst-ctl                pic x(02).
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
       01 senha-dig                pic x(08) value spaces.
       01 nivel-log                pic 9(01) value zeros.
       01 tentativas               pic 9(01) value zeros.
       01 MAX-FALHAS   pic 9(02) value 05.
       01 VALIDADE-SENHA pic 9(05) value 00090.
       01 idade-senha  pic s9(08) value zeros.
       01 sen-aa       pic 9(04) value zeros.
       01 sen-mm       pic 9(02) value zeros.
       01 sen-dd       pic 9(02) value zeros.
       01 arqst-ses    pic x(02).
       01 TEMPO-SESSAO pic 9(04) value 0900.
       01 agora-ts.
           02 agora-data  pic 9(08).
           02 agora-hh    pic 9(02).
           02 agora-mi    pic 9(02).
           02 agora-ss    pic 9(02).
       01 seg-agora    pic 9(08) value zeros.
       01 seg-sessao   pic 9(08) value zeros.
       01 operador-log             pic x(10) value spaces.
       01 aud-operacao-ws          pic x(01).
       01 aud-chave-ws             pic x(15).
       01 buffer-antes             pic x(120) value spaces.
       01 buffer-depois            pic x(120) value spaces.
       01 data-sis.
           02 ano   pic 9999.
           02 mes   pic 99.
           02 dia   pic 99.
       01 desmes.
          02 filler pic x(10) value "Janeiro".
          02 filler pic x(10) value "Fevereiro".
          02 filler pic x(10) value "Marco".
          02 filler pic x(10) value "Abril".
          02 filler pic x(10) value "Maio".
          02 filler pic x(10) value "Junho".
          02 filler pic x(10) value "Julho".
          02 filler pic x(10) value "Agosto".
          02 filler pic x(10) value "Setembro".
          02 filler pic x(10) value "Outubro".
          02 filler pic x(10) value "Novembro".
          02 filler pic x(10) value "Dezembro".
       01 tabela-meses redefines desmes.
           02 mes-t pic x(10) occurs 12 times.
       01 arqst        pic x(2).
       01 op           pic x(1) value spaces.
       01 salva        pic x(1) value spaces.
       01 espaco       pic x(40) value spaces.
       01 op-continua  pic x(1)  value spaces.
       01 dado-ok      pic x(1)  value "N".
       01 achou-per    pic x(1)  value "N".
       01 fim-ctl      pic x(1)  value "N".
       01 sem-ctl      pic x(1)  value "N".
       01 per-aa       pic 9(04) value zeros.
       01 per-mm       pic 9(02) value zeros.
       01 mes-ix       pic 9(02) value zeros.
       01 periodo-carga  pic 9(06) value zeros.
       01 origem-carga   pic x(08) value spaces.
       01 total-carga    pic 9(05) value zeros.
       01 total-carga-ed pic zzzz9.
       01 dt-mostra      pic 99/99/9999.

       screen section.
       01 tela-inicial.
          02 line 2 col 2 value "Santos,    de            de     .".
          02 line 4 col 30 value "Nome da Empresa".
          02 line 6 col 25 value "Travamento de Periodos".
          02 line 7 col 27 value "Menu Principal" highlight.
          02 line 9 col 3 VALUE "1 - Fechar Periodo".
          02 line 10 col 3 VALUE "2 - Reabrir Periodo".
          02 line 9 col 45 VALUE "3 - Consulta de Periodo".
          02 line 10 col 45 VALUE "4 - Carregar Fechamentos".
          02 line 13 col 20 value "5 - Sair ".
          02 Line 18 col 5 value "Digite Sua Escolha".
       01 Tela-periodo.
          02 line 2 col 2 value "Santos,    de            de     .".
          02 line 4 col 30 value "Nome da Empresa".
          02 line 6 col 25 value "Travamento de Periodos".
          02 line 9 col 3 VALUE "Periodo (AAAAMM)".
          02 line 11 col 3 VALUE "Situacao".
          02 line 11 col 45 VALUE "F-Fechado A-Aberto".
          02 line 12 col 3 VALUE "Fechado/Aberto por".
          02 line 13 col 3 VALUE "Data".
          02 line 14 col 3 VALUE "Operador".
          02 line 15 col 3 VALUE "Motivo".

       procedure division.
      *-----------------------------------------------------------------
       Inicio.
           Perform abre-arq.
           Perform identifica-operador.
           Perform abertura until op = "5".
           close TRAVPER.
           exit program.
      *-----------------------------------------------------------------
       sai.
         exit program.
      *-----------------------------------------------------------------
       abre-arq.
                  OPEN I-O TRAVPER.
           IF ARQST NOT = "00"
               CLOSE TRAVPER
               OPEN OUTPUT TRAVPER
               CLOSE TRAVPER
               OPEN I-O TRAVPER.
      *-----------------------------------------------------------------
       identifica-operador.
      *Entrada assinada: primeiro a sessao aberta pelo MENUBEM
      *(SESSAO.DAT), com operador e nivel ja conferidos la; sem
      *sessao valida cai na entrada propria contra OPERADOR.DAT
      *(ver CADOPER), tres tentativas, e o nivel do operador define
      *as opcoes liberadas em trata-opcao.
           perform carrega-sessao.
           if nivel-log = 0
               open i-o OPERADOR
               if arqst-oper not = "00"
                   display "CADASTRO DE OPERADORES INDISPONIVEL, RODE "
                       "O CADOPER"
                   stop run
               end-if
               move zeros to nivel-log tentativas
               perform valida-operador
                   until nivel-log > 0 or tentativas >= 3
               close OPERADOR
           end-if.
           if nivel-log = 0
               display "ACESSO NEGADO"
               stop run.
      *-----------------------------------------------------------------
       carrega-sessao.
           move zeros to nivel-log.
           open input SESSAO.
           if arqst-ses not = "00"
               close SESSAO
           else
               move spaces to SES-OPERADOR
               read SESSAO at end move spaces to SES-OPERADOR end-read
               if SES-OPERADOR not = spaces and SES-NIVEL numeric
                   perform valida-sessao
               end-if
               close SESSAO.
      *-----------------------------------------------------------------
       valida-sessao.
      *A sessao so vale com carimbo fresco (mesma data e ate
      *TEMPO-SESSAO segundos atras): o MENUBEM regrava o carimbo
      *antes de cada chamada, entao carimbo velho e sessao morta ou
      *arquivo esquecido de outro dia.
           move function current-date(1:14) to agora-ts.
           if agora-data = SES-DATA
               compute seg-agora =
                   agora-hh * 3600 + agora-mi * 60 + agora-ss
               compute seg-sessao =
                   SES-HORA * 3600 + SES-MIN * 60 + SES-SEG
               if seg-agora >= seg-sessao
                  and seg-agora - seg-sessao <= TEMPO-SESSAO
                   move SES-OPERADOR to operador-log
                   move SES-NIVEL to nivel-log.
      *-----------------------------------------------------------------
       valida-operador.
      *As falhas seguidas ficam no proprio registro do operador: a
      *partir de MAX-FALHAS o operador e bloqueado (so o CADOPER
      *desbloqueia) e o evento vai para a AUDITORIA.LOG com a senha
      *mascarada. Senha inicial ou vencida nao entra por aqui: a
      *troca e feita na entrada do MENUBEM.
           display "Codigo do operador: ".
           accept operador-log.
           display "Senha: ".
           accept senha-dig.
           move operador-log to CODIGO-OPER
           read OPERADOR invalid key
                display "Operador nao cadastrado."
                add 1 to tentativas
           not invalid key
                perform confere-senha
           end-read.
      *-----------------------------------------------------------------
       confere-senha.
           if BLOQ-OPER = "S"
                display "Operador bloqueado, procure o supervisor."
                move 3 to tentativas
           else
                if SENHA-OPER = senha-dig
                     perform testa-validade-senha
                else
                     display "Senha invalida."
                     add 1 to tentativas
                     add 1 to FALHAS-OPER
                     if FALHAS-OPER >= MAX-FALHAS
                          move "S" to BLOQ-OPER
                          display "Operador bloqueado por excesso de "
                              "falhas."
                          perform audita-bloqueio
                     end-if
                     rewrite REG-OPERADOR
                end-if
           end-if.
      *-----------------------------------------------------------------
       testa-validade-senha.
           perform calcula-idade-senha
           if DT-SENHA-OPER = zeros
              or idade-senha > VALIDADE-SENHA
                display "Senha inicial ou vencida: troque pelo MENUBEM."
                move 3 to tentativas
           else
                move zeros to FALHAS-OPER
                rewrite REG-OPERADOR
                move NIVEL-OPER to nivel-log
           end-if.
      *-----------------------------------------------------------------
       calcula-idade-senha.
      *Idade aproximada da senha em dias (ano de 360, mes de 30),
      *como nos demais calculos de prazo do sistema.
           move function current-date(1:8) to agora-ts
           move agora-data (1:4) to sen-aa
           move agora-data (5:2) to sen-mm
           move agora-data (7:2) to sen-dd
           compute idade-senha = sen-aa * 360 + sen-mm * 30 + sen-dd
           move DT-SENHA-OPER (1:4) to sen-aa
           move DT-SENHA-OPER (5:2) to sen-mm
           move DT-SENHA-OPER (7:2) to sen-dd
           compute idade-senha =
               idade-senha - (sen-aa * 360 + sen-mm * 30 + sen-dd).
      *-----------------------------------------------------------------
       audita-bloqueio.
           move spaces to buffer-antes
           move REG-OPERADOR to buffer-depois
           move "********" to buffer-depois (41:8)
           move "B" to aud-operacao-ws
           move CODIGO-OPER to aud-chave-ws
           perform grava-auditoria.
      *-----------------------------------------------------------------
       grava-auditoria.
           move function current-date(1:14) to aud-timestamp
           move operador-log to aud-operador
           move "TRAVPER" to aud-programa
           move aud-operacao-ws to aud-operacao
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
           display tela-inicial.
           Perform mostra-data.
           accept op at 1825.
           perform trata-opcao.
      *-----------------------------------------------------------------
       trata-opcao.
      *Fechar, reabrir e carregar sao atos de supervisor (nivel 3);
      *consulta liberada a todo operador.
           move spaces to op-continua
           evaluate op
           when "1"
               if nivel-log < 3
                   perform opcao-negada
               else
                   perform fecha-periodo until op-continua = "n" or "N"
               end-if
           when "2"
               if nivel-log < 3
                   perform opcao-negada
               else
                   perform reabre-periodo
                       until op-continua = "n" or "N"
               end-if
           when "3"
               perform consulta until op-continua = "n" or "N"
           when "4"
               if nivel-log < 3
                   perform opcao-negada
               else
                   perform carrega-fechamentos
               end-if
           when "5"
               perform sai.
      *-----------------------------------------------------------------
       opcao-negada.
           display "Opcao nao permitida para seu nivel." at 2321.
           stop " ".
      *-----------------------------------------------------------------
       mostra-data.
           move function current-date to data-sis.
           display dia at 0213.
           display mes-t(mes) at 0219.
           display ano at 0233.
      *-----------------------------------------------------------------
       inicializar.
           move spaces to op op-continua salva.
           move zeros to TP-PERIODO-E.
           move spaces to TP-MOTIVO-E.
           move "N" to achou-per.
           display espaco at 2321.
      *-----------------------------------------------------------------
       monta-tela.
           perform inicializar.
           display erase at 0101.
           display Tela-periodo.
           perform mostra-data.
      *-----------------------------------------------------------------
       testa-periodo.
           accept TP-PERIODO-E at 0926 with prompt auto
           move TP-PERIODO-E (1:4) to per-aa
           move TP-PERIODO-E (5:2) to per-mm
           if per-aa < 1900 or per-mm < 1 or per-mm > 12
                display "Periodo invalido, use AAAAMM." at 2321
           else
                display espaco at 2321
                move "S" to dado-ok
                move TP-PERIODO-E to TP-PERIODO
                read TRAVPER invalid key
                     move "N" to achou-per
                not invalid key
                     move "S" to achou-per
                     perform mostra-tela
                end-read.
      *-----------------------------------------------------------------
       testa-motivo.
           accept TP-MOTIVO-E at 1526
           if TP-MOTIVO-E = spaces then
                display "Digite o motivo." at 2321
           else
                display espaco at 2321.
      *-----------------------------------------------------------------
       fecha-periodo.
      *Periodo novo ou reaberto aqui recebe a trava do supervisor;
      *periodo ja fechado fica como esta.
           perform monta-tela.
           display "FECHAR PERIODO" at 0727 with highlight.
           move "N" to dado-ok.
           perform testa-periodo until dado-ok = "S".
           if achou-per = "S" and TP-SITUACAO = "F"
                display "Periodo ja fechado." at 2321
                stop " "
           else
                perform testa-motivo until TP-MOTIVO-E not = spaces
                display "Salvar <S/N> [ ]" at 2321
                accept salva at 2335 with prompt auto
                if salva = "S" or "s" then
                     perform grava-trava.
           perform continua.
      *-----------------------------------------------------------------
       grava-trava.
           if achou-per = "S"
                move reg-travper to buffer-antes
                move "A" to aud-operacao-ws
           else
                move spaces to buffer-antes
                move "I" to aud-operacao-ws.
           move TP-PERIODO-E to TP-PERIODO.
           move "F" to TP-SITUACAO.
           move "TRAVPER" to TP-ORIGEM.
           move function current-date(1:8) to TP-DT-SITUACAO.
           move operador-log to TP-OPERADOR.
           move TP-MOTIVO-E to TP-MOTIVO.
           if achou-per = "S"
                rewrite reg-travper invalid key perform estuda-erro
                end-rewrite
           else
                write reg-travper invalid key perform estuda-erro
                end-write.
           move reg-travper to buffer-depois.
           move TP-PERIODO to aud-chave-ws.
           perform grava-auditoria.
           perform mostra-tela.
      *-----------------------------------------------------------------
       reabre-periodo.
      *So a trava posta aqui reabre; fechamento do DEPREBEM, do
      *CONTMES ou do MAPANUAL ja foi contabilizado e exportado.
           perform monta-tela.
           display "REABRIR PERIODO" at 0727 with highlight.
           move "N" to dado-ok.
           perform testa-periodo until dado-ok = "S".
           if achou-per = "N" or TP-SITUACAO not = "F"
                display "Periodo nao esta fechado." at 2321
                stop " "
           else
                if TP-ORIGEM not = "TRAVPER"
                     display "Fechado por rotina, nao reabre." at 2321
                     stop " "
                else
                     move spaces to TP-MOTIVO-E
                     perform testa-motivo
                         until TP-MOTIVO-E not = spaces
                     display "Salvar <S/N> [ ]" at 2321
                     accept salva at 2335 with prompt auto
                     if salva = "S" or "s" then
                          move reg-travper to buffer-antes
                          move "A" to TP-SITUACAO
                          move function current-date(1:8)
                              to TP-DT-SITUACAO
                          move operador-log to TP-OPERADOR
                          move TP-MOTIVO-E to TP-MOTIVO
                          rewrite reg-travper
                              invalid key perform estuda-erro
                          end-rewrite
                          move reg-travper to buffer-depois
                          move "A" to aud-operacao-ws
                          move TP-PERIODO to aud-chave-ws
                          perform grava-auditoria
                          perform mostra-tela.
           perform continua.
      *-----------------------------------------------------------------
       consulta.
           perform monta-tela.
           display "CONSULTA DE PERIODO" at 0727 with highlight.
           move "N" to dado-ok.
           perform testa-periodo until dado-ok = "S".
           if achou-per = "N"
                display "Periodo aberto, sem registro." at 2321.
           perform continua.
      *-----------------------------------------------------------------
       mostra-tela.
           display TP-PERIODO at 0926.
           display TP-SITUACAO at 1126.
           display TP-ORIGEM at 1226.
           move TP-DT-SITUACAO to dt-mostra.
           display dt-mostra at 1326.
           display TP-OPERADOR at 1426.
           display TP-MOTIVO at 1526.
      *-----------------------------------------------------------------
       continua.
           display espaco at 2321
           display "Continua <S/N> [ ]" at 2321.
           accept op-continua at 2337 with prompt auto.
           if op-continua = "S" or "s" then
                perform inicializar
                display espaco at 2321.
      *-----------------------------------------------------------------
       estuda-erro.
           display "Erro na gravacao do periodo." at 2321.
           stop " ".
      *-----------------------------------------------------------------
       carrega-fechamentos.
      *Para instalacao que ja tinha meses fechados antes da trava:
      *todo "F" de CTLDEPR.DAT (o AAAA99 do MAPANUAL fecha os doze
      *meses do ano) e de CTLCONT.DAT vira trava, com a origem de
      *quem fechou. Pode rodar de novo, o que ja esta travado por
      *rotina fica como esta.
           display erase at 0101.
           move zeros to total-carga.
           move "N" to sem-ctl.
           open input CTLDEPR.
           if arqst-ctl not = "00"
               move "S" to sem-ctl.
           if sem-ctl = "N"
               move "N" to fim-ctl
               move zeros to CT-PERIODO
               start CTLDEPR key is greater than or equal CT-PERIODO
                   invalid key move "S" to fim-ctl
               end-start
               perform le-ctldepr until fim-ctl = "S"
               close CTLDEPR.
           move "N" to sem-ctl.
           open input CTLCONT.
           if arqst-ctl not = "00"
               move "S" to sem-ctl.
           if sem-ctl = "N"
               move "N" to fim-ctl
               move zeros to CC-PERIODO
               start CTLCONT key is greater than or equal CC-PERIODO
                   invalid key move "S" to fim-ctl
               end-start
               perform le-ctlcont until fim-ctl = "S"
               close CTLCONT.
           move total-carga to total-carga-ed.
           display "Periodos travados na carga:" at 1010.
           display total-carga-ed at 1038.
           stop " ".
      *-----------------------------------------------------------------
       le-ctldepr.
           read CTLDEPR next record at end move "S" to fim-ctl
           not at end
               if CT-SITUACAO = "F"
                   if CT-PERIODO (5:2) = "99"
                       move "MAPANUAL" to origem-carga
                       perform carrega-ano varying mes-ix from 1 by 1
                           until mes-ix > 12
                   else
                       move "DEPREBEM" to origem-carga
                       move CT-PERIODO to periodo-carga
                       perform carrega-periodo
                   end-if
               end-if
           end-read.
      *-----------------------------------------------------------------
       carrega-ano.
           move CT-PERIODO (1:4) to periodo-carga (1:4).
           move mes-ix to periodo-carga (5:2).
           perform carrega-periodo.
      *-----------------------------------------------------------------
       le-ctlcont.
           read CTLCONT next record at end move "S" to fim-ctl
           not at end
               if CC-SITUACAO = "F"
                   move "CONTMES" to origem-carga
                   move CC-PERIODO to periodo-carga
                   perform carrega-periodo
               end-if
           end-read.
      *-----------------------------------------------------------------
       carrega-periodo.
      *Trava de supervisor ou reabertura dao lugar ao fechamento da
      *rotina; fechamento de rotina ja gravado nao muda.
           move periodo-carga to TP-PERIODO.
           read TRAVPER invalid key
                move spaces to buffer-antes
                move "F" to TP-SITUACAO
                move origem-carga to TP-ORIGEM
                move function current-date(1:8) to TP-DT-SITUACAO
                move operador-log to TP-OPERADOR
                move "CARGA DE FECHAMENTOS" to TP-MOTIVO
                write reg-travper
                move reg-travper to buffer-depois
                move "I" to aud-operacao-ws
                move TP-PERIODO to aud-chave-ws
                perform grava-auditoria
                add 1 to total-carga
           not invalid key
                if TP-SITUACAO not = "F" or TP-ORIGEM = "TRAVPER"
                     move reg-travper to buffer-antes
                     move "F" to TP-SITUACAO
                     move origem-carga to TP-ORIGEM
                     move function current-date(1:8) to TP-DT-SITUACAO
                     move operador-log to TP-OPERADOR
                     move "CARGA DE FECHAMENTOS" to TP-MOTIVO
                     rewrite reg-travper
                     move reg-travper to buffer-depois
                     move "A" to aud-operacao-ws
                     move TP-PERIODO to aud-chave-ws
                     perform grava-auditoria
                     add 1 to total-carga
                end-if
           end-read.
       end program TRAVPER.
