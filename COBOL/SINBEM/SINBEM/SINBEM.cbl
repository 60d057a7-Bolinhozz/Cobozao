      *Controle de Sinistros de Bens Segurados
      *Mantem SINISTRO.DAT, um registro por evento (CODIGO-BEM mais a
      *data do evento) de roubo/furto, perda ou dano de um bem com
      *cobertura em GARBEM.DAT (ver CADGAR): a seguradora e a apolice
      *sao copiadas da cobertura na abertura, junto com o numero do
      *boletim de ocorrencia e o valor reclamado. O andamento leva o
      *sinistro de aberto para em analise e dai para pago (com a
      *indenizacao recebida) ou recusado; um bem so tem um sinistro
      *em andamento por vez.
      *O sinistro pago gera a solicitacao de baixa em BXPEND.DAT com
      *o motivo padrao "SINISTRO BO" e o numero do boletim, para o
      *supervisor aprovar no BXAPEND como qualquer outra baixa; no
      *dano o operador confirma antes se houve perda total.
      *O relatorio de sinistros em aberto e de indenizacao contra o
      *valor contabil fica no RELSIN.
      *Entrada assinada via sessao do MENUBEM ou propria, e registro
      *em AUDITORIA.LOG como nos demais programas de manutencao.

       Identification Division.
       Program-Id. SINBEM.

       Environment Division.
       special-names.   decimal-point is comma.
       input-output section.
       file-control.
           select SINISTRO assign to disk
           organization indexed
           access mode dynamic
           record key SN-CHAVE
           file status arqst.

           select BEMS assign to disk-1
           organization indexed
           access mode dynamic
           record key CODIGO-BEM
           alternate record key DESCRICAO-BEM with duplicates
           alternate record key CODIGO-DEPTO with duplicates
           alternate record key NOTA-FISCAL with duplicates
           alternate record key CODIGO-TIPO with duplicates
           file status arqst-bem.

           select GARBEM assign to disk-3
           organization indexed
           access mode dynamic
           record key CODIGO-BEM-G
           file status arqst-gar.

           select BXPEND assign to disk-4
           organization indexed
           access mode dynamic
           record key BX-CHAVE
           file status arqst-bxp.

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
       fd  SINISTRO label record standard
       value of file-id is "SINISTRO.DAT".
       01 reg-sinistro.
           02 SN-CHAVE.
               03 SN-CODIGO-BEM  pic 9(06).
               03 SN-DT-EVENTO   pic 9(08).
           02 SN-TIPO-EVENTO     pic x(01).
           02 SN-SEGURADORA      pic x(30).
           02 SN-APOLICE         pic x(15).
           02 SN-BOLETIM         pic x(15).
           02 SN-VALOR-RECLAMADO pic 9(08)v99.
           02 SN-SITUACAO        pic x(01).
           02 SN-VALOR-INDENIZ   pic 9(08)v99.
           02 SN-DT-ABERTURA     pic 9(08).
           02 SN-DT-SITUACAO     pic 9(08).
           02 SN-OPERADOR        pic x(10).
           02 SN-BAIXA-GERADA    pic x(01).

       fd  BEMS label record standard
       value of file-id is "PATRIMO.DAT  ".
       01 reg-BEMS.
           02 Chaves-B.
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

       fd  GARBEM label record standard
       value of file-id is "GARBEM.DAT".
       01 reg-garbem.
           02 Chaves-G.
               03 CODIGO-BEM-G   pic 9(06).
           02 DT-FIM-GARANTIA    pic 99999999.
           02 SEGURADORA         pic x(30).
           02 APOLICE            pic x(15).
           02 VALOR-SEGURADO     pic 9(08)v99.

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
       01 reg-sinistro-e.
           02 SN-CODIGO-BEM-E      pic 9(06).
           02 SN-DT-EVENTO-E       pic 99/99/9999.
           02 SN-TIPO-EVENTO-E     pic x(01).
           02 SN-BOLETIM-E         pic x(15).
           02 SN-VALOR-RECLAMADO-E pic 9(08)v99.
           02 SN-SITUACAO-E        pic x(01).
           02 SN-VALOR-INDENIZ-E   pic 9(08)v99.
       01 arqst-bem                pic x(02).
       01 arqst-gar                pic x(02).
       01 arqst-bxp                pic x(02).
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
       01 linha-branca pic x(62) value spaces.
       01 op-continua  pic x(1)  value spaces.
       01 dado-ok      pic x(1)  value "N".
       01 bem-ok       pic x(1)  value "N".
       01 achou-sin    pic x(1)  value "N".
       01 tem-aberto   pic x(1)  value "N".
       01 fim-sin      pic x(1)  value "N".
       01 tem-pendente pic x(1)  value "N".
       01 fim-bxp      pic x(1)  value "N".
       01 bem-pedido   pic 9(06) value zeros.
       01 ts-pedido    pic x(14) value spaces.
       01 motivo-sinistro.
           02 filler       pic x(12) value "SINISTRO BO ".
           02 motivo-bo    pic x(15).

       screen section.
       01 tela-inicial.
          02 line 2 col 2 value "Santos,    de            de     .".
          02 line 4 col 30 value "Nome da Empresa".
          02 line 6 col 25 value "Controle de Sinistros".
          02 line 7 col 27 value "Menu Principal" highlight.
          02 line 9 col 3 VALUE "1 - Abertura de Sinistro".
          02 line 10 col 3 VALUE "2 - Andamento do Sinistro".
          02 line 9 col 45 VALUE "3 - Consulta de Sinistro".
          02 line 13 col 20 value "4 - Sair ".
          02 Line 18 col 5 value "Digite Sua Escolha".
       01 Tela-sinistro.
          02 line 2 col 2 value "Santos,    de            de     .".
          02 line 4 col 30 value "Nome da Empresa".
          02 line 6 col 25 value "Controle de Sinistros".
          02 line 9 col 3 VALUE "Codigo do Bem".
          02 line 11 col 3 VALUE "Data do Evento".
          02 line 11 col 45 VALUE "Tipo".
          02 line 12 col 45 VALUE "R-Roubo/Furto P-Perda D-Dano".
          02 line 13 col 3 VALUE "Seguradora".
          02 line 14 col 3 VALUE "Apolice".
          02 line 15 col 3 VALUE "Boletim Ocorrencia".
          02 line 16 col 3 VALUE "Valor Reclamado".
          02 line 17 col 3 VALUE "Situacao".
          02 line 18 col 3 VALUE "A-Aberto E-Analise P-Pago R-Recusado".
          02 line 19 col 3 VALUE "Indenizacao".
          02 line 19 col 45 VALUE "Baixa Solicitada".

       procedure division.
      *-----------------------------------------------------------------
       Inicio.
           Perform abre-arq.
           Perform identifica-operador.
           Perform abertura until op = "4".
           close SINISTRO BEMS GARBEM BXPEND.
           exit program.
      *-----------------------------------------------------------------
       sai.
         exit program.
      *-----------------------------------------------------------------
       abre-arq.
                  OPEN I-O SINISTRO.
           IF ARQST NOT = "00"
               CLOSE SINISTRO
               OPEN OUTPUT SINISTRO
               CLOSE SINISTRO
               OPEN I-O SINISTRO.
           OPEN INPUT BEMS.
           IF ARQST-BEM NOT = "00"
               CLOSE BEMS
               OPEN OUTPUT BEMS
               CLOSE BEMS
               OPEN INPUT BEMS.
           OPEN INPUT GARBEM.
           IF ARQST-GAR NOT = "00"
               CLOSE GARBEM
               OPEN OUTPUT GARBEM
               CLOSE GARBEM
               OPEN INPUT GARBEM.
           OPEN I-O BXPEND.
           IF ARQST-BXP NOT = "00"
               CLOSE BXPEND
               OPEN OUTPUT BXPEND
               CLOSE BXPEND
               OPEN I-O BXPEND.
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
           move "SINBEM" to aud-programa
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
      *Abertura e andamento exigem nivel 2; consulta liberada a todo
      *operador. A baixa gerada ainda passa pelo supervisor no BXAPEND.
           move spaces to op-continua
           evaluate op
           when "1"
               if nivel-log < 2
                   perform opcao-negada
               else
                   perform abre-sinistro until op-continua = "n" or "N"
               end-if
           when "2"
               if nivel-log < 2
                   perform opcao-negada
               else
                   perform andamento until op-continua = "n" or "N"
               end-if
           when "3"
               perform consulta until op-continua = "n" or "N"
           when "4"
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
           move zeros to SN-CODIGO-BEM-E SN-DT-EVENTO-E.
           move spaces to SN-TIPO-EVENTO-E SN-BOLETIM-E.
           move zeros to SN-VALOR-RECLAMADO-E SN-VALOR-INDENIZ-E.
           move "A" to SN-SITUACAO-E.
           move "N" to achou-sin.
           display espaco at 2321.
      *-----------------------------------------------------------------
       abre-sinistro.
           perform inicializar.
           display erase at 0101.
           display Tela-sinistro.
           display "ABERTURA DE SINISTRO" at 0727 with highlight.
           perform mostra-data.
           move "N" to bem-ok.
           perform testa-codbem until bem-ok = "S".
           perform testa-dtevento
               until SN-DT-EVENTO-E not = "00/00/0000".
           move "N" to dado-ok
           perform testa-tipo until dado-ok = "S".
           move "N" to dado-ok
           perform testa-boletim until dado-ok = "S".
           perform testa-reclamado
               until SN-VALOR-RECLAMADO-E not = zeros.
           display "A" at 1726.
           display "Salvar <S/N> [ ]" at 2321
           accept salva at 2335 with prompt auto.
           if salva = "S" or "s" then
                perform grava-sinistro.
           perform continua.
      *-----------------------------------------------------------------
       testa-codbem.
      *So abre sinistro de bem ativo, com cobertura em GARBEM.DAT e
      *sem outro sinistro em andamento.
           accept SN-CODIGO-BEM-E at 0926 with prompt auto
           move SN-CODIGO-BEM-E to CODIGO-BEM
           display espaco at 2321
           read BEMS invalid key
                display "Bem nao cadastrado em PATRIMO." at 2321
           not invalid key
                display DESCRICAO-BEM at 0935
                if STATUS-BEM = "B"
                     display "Bem ja baixado." at 2321
                else
                     move CODIGO-BEM to CODIGO-BEM-G
                     read GARBEM invalid key
                          display "Bem sem apolice no CADGAR." at 2321
                     not invalid key
                          display SEGURADORA at 1326
                          display APOLICE at 1426
                          perform verifica-aberto
                          if tem-aberto = "S"
                               display "Ja ha sinistro em andamento."
                                   at 2321
                          else
                               move "S" to bem-ok
                          end-if
                     end-read
                end-if
           end-read.
      *-----------------------------------------------------------------
       verifica-aberto.
           move "N" to tem-aberto.
           move "N" to fim-sin.
           move SN-CODIGO-BEM-E to SN-CODIGO-BEM bem-pedido.
           move zeros to SN-DT-EVENTO.
           start SINISTRO key is greater than or equal SN-CHAVE
                invalid key move "S" to fim-sin
           end-start.
           perform le-aberto until fim-sin = "S".
      *-----------------------------------------------------------------
       le-aberto.
           read SINISTRO next record at end move "S" to fim-sin
           not at end
                if SN-CODIGO-BEM not = bem-pedido then
                     move "S" to fim-sin
                else
                     if SN-SITUACAO = "A" or SN-SITUACAO = "E"
                          move "S" to tem-aberto
                          move "S" to fim-sin
                     end-if
                end-if
           end-read.
      *-----------------------------------------------------------------
       testa-dtevento.
           accept SN-DT-EVENTO-E at 1126
           if SN-DT-EVENTO-E = "00/00/0000" then
                display "Digite a data do evento." at 2321
           else
                move SN-CODIGO-BEM-E to SN-CODIGO-BEM
                move SN-DT-EVENTO-E to SN-DT-EVENTO
                read SINISTRO invalid key
                     display espaco at 2321
                not invalid key
                     display "Sinistro ja aberto nesta data." at 2321
                     move zeros to SN-DT-EVENTO-E
                end-read.
      *-----------------------------------------------------------------
       testa-tipo.
           accept SN-TIPO-EVENTO-E at 1151
           inspect SN-TIPO-EVENTO-E converting "rpd" to "RPD".
           if SN-TIPO-EVENTO-E = "R" or "P" or "D"
                display espaco at 2321
                move "S" to dado-ok
           else
                display "Tipo: R, P ou D." at 2321.
      *-----------------------------------------------------------------
       testa-boletim.
      *Roubo e furto nao se reclamam sem boletim de ocorrencia.
           accept SN-BOLETIM-E at 1526
           if SN-BOLETIM-E = spaces and SN-TIPO-EVENTO-E = "R"
                display "Roubo/furto exige o boletim." at 2321
           else
                display espaco at 2321
                move "S" to dado-ok.
      *-----------------------------------------------------------------
       testa-reclamado.
           move VALOR-SEGURADO to SN-VALOR-RECLAMADO-E
           accept SN-VALOR-RECLAMADO-E at 1626 with update
           if SN-VALOR-RECLAMADO-E = zeros then
                display "Digite o valor reclamado." at 2321
           else
                if VALOR-SEGURADO > zeros
                   and SN-VALOR-RECLAMADO-E > VALOR-SEGURADO
                     display "Acima do valor segurado da apolice."
                         at 2321
                     move zeros to SN-VALOR-RECLAMADO-E
                else
                     display espaco at 2321.
      *-----------------------------------------------------------------
       grava-sinistro.
           move SN-CODIGO-BEM-E to SN-CODIGO-BEM
           move SN-DT-EVENTO-E to SN-DT-EVENTO
           move SN-TIPO-EVENTO-E to SN-TIPO-EVENTO
           move SEGURADORA to SN-SEGURADORA
           move APOLICE to SN-APOLICE
           move SN-BOLETIM-E to SN-BOLETIM
           move SN-VALOR-RECLAMADO-E to SN-VALOR-RECLAMADO
           move "A" to SN-SITUACAO
           move zeros to SN-VALOR-INDENIZ
           move function current-date(1:8) to SN-DT-ABERTURA
           move SN-DT-ABERTURA to SN-DT-SITUACAO
           move operador-log to SN-OPERADOR
           move "N" to SN-BAIXA-GERADA
           write reg-sinistro invalid key perform estuda-erro
           end-write
           move spaces to buffer-antes
           move reg-sinistro to buffer-depois
           move "I" to aud-operacao-ws
           move SN-CODIGO-BEM to aud-chave-ws
           perform grava-auditoria.
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
           display "Erro na gravacao do sinistro." at 2321.
           stop " ".
      *-----------------------------------------------------------------
       localiza-sinistro.
      *Pede o bem e sugere a data do sinistro mais recente dele, que
      *e quase sempre o procurado; o operador troca a data para ver
      *um evento anterior.
           move "N" to achou-sin.
           accept SN-CODIGO-BEM-E at 0926 with prompt auto.
           move SN-CODIGO-BEM-E to SN-CODIGO-BEM.
           move 99999999 to SN-DT-EVENTO.
           move zeros to SN-DT-EVENTO-E.
           start SINISTRO key is less than or equal SN-CHAVE
                invalid key move "10" to arqst
           end-start.
           if arqst = "00"
                read SINISTRO previous record
                     at end move "10" to arqst
                end-read
                if arqst = "00" and SN-CODIGO-BEM = SN-CODIGO-BEM-E
                     move SN-DT-EVENTO to SN-DT-EVENTO-E.
           accept SN-DT-EVENTO-E at 1126 with update.
           move SN-CODIGO-BEM-E to SN-CODIGO-BEM.
           move SN-DT-EVENTO-E to SN-DT-EVENTO.
           read SINISTRO invalid key
                display "Sinistro nao encontrado." at 2321
                stop " "
           not invalid key
                move "S" to achou-sin
                perform mostra-tela
           end-read.
      *-----------------------------------------------------------------
       mostra-tela.
           move SN-CODIGO-BEM to CODIGO-BEM
           read BEMS invalid key
                move spaces to DESCRICAO-BEM
           end-read
           display DESCRICAO-BEM at 0935.
           move SN-TIPO-EVENTO to SN-TIPO-EVENTO-E
           move SN-BOLETIM to SN-BOLETIM-E
           move SN-VALOR-RECLAMADO to SN-VALOR-RECLAMADO-E
           move SN-SITUACAO to SN-SITUACAO-E
           move SN-VALOR-INDENIZ to SN-VALOR-INDENIZ-E
           display SN-TIPO-EVENTO-E at 1151.
           display SN-SEGURADORA at 1326.
           display SN-APOLICE at 1426.
           display SN-BOLETIM-E at 1526.
           display SN-VALOR-RECLAMADO-E at 1626.
           display SN-SITUACAO-E at 1726.
           display SN-VALOR-INDENIZ-E at 1926.
           display SN-BAIXA-GERADA at 1963.
      *-----------------------------------------------------------------
       consulta.
           perform inicializar.
           display erase at 0101.
           display Tela-sinistro.
           display "CONSULTA DE SINISTRO" at 0727 with highlight.
           perform mostra-data.
           perform localiza-sinistro.
           perform continua.
      *-----------------------------------------------------------------
       andamento.
      *Aberto vai para em analise, pago ou recusado; em analise vai
      *para pago ou recusado. Pago e recusado encerram o sinistro.
           perform inicializar.
           display erase at 0101.
           display Tela-sinistro.
           display "ANDAMENTO DO SINISTRO" at 0727 with highlight.
           perform mostra-data.
           perform localiza-sinistro.
           if achou-sin = "S"
              if SN-SITUACAO = "P" or SN-SITUACAO = "R"
                 display "Sinistro ja encerrado." at 2321
                 stop " "
              else
                 move reg-sinistro to buffer-antes
                 move "N" to dado-ok
                 perform testa-situacao until dado-ok = "S"
                 if SN-SITUACAO-E = "P"
                    perform testa-indenizacao
                        until SN-VALOR-INDENIZ-E not = zeros
                 end-if
                 display "Salvar <S/N> [ ]" at 2321
                 accept salva at 2335 with prompt auto
                 if salva = "S" or "s" then
                    move SN-SITUACAO-E to SN-SITUACAO
                    move SN-VALOR-INDENIZ-E to SN-VALOR-INDENIZ
                    move function current-date(1:8) to SN-DT-SITUACAO
                    rewrite reg-sinistro invalid key perform estuda-erro
                    end-rewrite
                    move reg-sinistro to buffer-depois
                    move "A" to aud-operacao-ws
                    move SN-CODIGO-BEM to aud-chave-ws
                    perform grava-auditoria
                    if SN-SITUACAO = "P"
                       perform gera-baixa.
           perform continua.
      *-----------------------------------------------------------------
       testa-situacao.
           accept SN-SITUACAO-E at 1726 with update
           inspect SN-SITUACAO-E converting "aeprs" to "AEPRS".
           if (SN-SITUACAO-E = "E" or "P" or "R")
              and SN-SITUACAO-E not = SN-SITUACAO
                display espaco at 2321
                move "S" to dado-ok
           else
                display "Situacao: E, P ou R." at 2321.
      *-----------------------------------------------------------------
       testa-indenizacao.
           accept SN-VALOR-INDENIZ-E at 1926 with update
           if SN-VALOR-INDENIZ-E = zeros then
                display "Digite a indenizacao recebida." at 2321
           else
                display espaco at 2321.
      *-----------------------------------------------------------------
       gera-baixa.
      *Sinistro pago tira o bem do patrimonio: a solicitacao vai para
      *a fila do BXAPEND com a data do evento e o motivo padrao. No
      *dano o bem pode ter sido consertado com a indenizacao, por
      *isso o operador confirma a perda total.
           move "S" to salva
           if SN-TIPO-EVENTO = "D"
                display "Dano com perda total? Gerar baixa <S/N> [ ]"
                    at 2319
                accept salva at 2360 with prompt auto
                display linha-branca at 2319.
           if salva = "S" or "s"
                move SN-CODIGO-BEM to CODIGO-BEM
                read BEMS invalid key
                     move "B" to STATUS-BEM
                end-read
                perform verifica-pendente
                if STATUS-BEM = "B"
                     display "Bem ja baixado, sem solicitacao." at 2321
                     stop " "
                else
                     if tem-pendente = "S"
                          display "Ja ha solicitacao pendente." at 2321
                          stop " "
                     else
                          perform grava-solicitacao
                     end-if
                end-if.
      *-----------------------------------------------------------------
       verifica-pendente.
      *Uma solicitacao pendente por bem, como no BENS.
           move "N" to tem-pendente.
           move "N" to fim-bxp.
           move CODIGO-BEM to BX-CODIGO-BEM.
           move zeros to BX-DATA-PED BX-HORA-PED.
           start BXPEND key is greater than or equal BX-CHAVE
                invalid key move "S" to fim-bxp
           end-start.
           perform le-pendente until fim-bxp = "S".
      *-----------------------------------------------------------------
       le-pendente.
           read BXPEND next record at end move "S" to fim-bxp
           not at end
                if BX-CODIGO-BEM not = CODIGO-BEM then
                     move "S" to fim-bxp
                else
                     if BX-SITUACAO = "P"
                          move "S" to tem-pendente
                          move "S" to fim-bxp
                     end-if
                end-if
           end-read.
      *-----------------------------------------------------------------
       grava-solicitacao.
           move SN-CODIGO-BEM to BX-CODIGO-BEM
           move function current-date(1:14) to ts-pedido
           move ts-pedido(1:8) to BX-DATA-PED
           move ts-pedido(9:6) to BX-HORA-PED
           move SN-DT-EVENTO to BX-DT-BAIXA
           move SN-BOLETIM to motivo-bo
           move motivo-sinistro to BX-MOTIVO
           move operador-log to BX-SOLICITANTE
           move "P" to BX-SITUACAO
           move spaces to BX-APROVADOR BX-JUSTIF
           move zeros to BX-DT-DECISAO
           write reg-bxpend invalid key
                rewrite reg-bxpend
           end-write
           move spaces to buffer-antes
           move reg-bxpend to buffer-depois
           move "P" to aud-operacao-ws
           move SN-CODIGO-BEM to aud-chave-ws
           perform grava-auditoria
           move reg-sinistro to buffer-antes
           move "S" to SN-BAIXA-GERADA
           rewrite reg-sinistro invalid key perform estuda-erro
           end-rewrite
           move reg-sinistro to buffer-depois
           move "A" to aud-operacao-ws
           perform grava-auditoria
           display SN-BAIXA-GERADA at 1963
           display "Baixa enviada para aprovacao no BXAPEND." at 2321
           stop " ".
       end program SINBEM.
