      *Requisicoes de Compra e Orcamento Anual de Capital
      *Mantem ORCAMENTO.DAT, o orcamento de capital de cada ano por
      *CODIGO-DEPTO e classe de bem (1-Mobiliario, 2-Eletro-
      *eletronico, 3-Informatica, 4-Telefonia), e REQCOMP.DAT, as
      *requisicoes de compra: o departamento registra o pedido
      *(nivel 2) e o supervisor (nivel 3) percorre a fila de
      *pendentes, aprovando contra o saldo do orcamento (orcado menos
      *o ja aprovado) ou rejeitando com justificativa, como no
      *BXAPEND. Requisicao acima do saldo nao e aprovada.
      *A nota fiscal do CADNF so e registrada com uma requisicao
      *aprovada e a inclusao do bem no BENS segue a requisicao da
      *nota (depto, classe e orcamento; ver RELORC para o orcado x
      *realizado).
      *Entrada assinada via sessao do MENUBEM ou propria, e registro
      *em AUDITORIA.LOG como nos demais programas de manutencao.

       Identification Division.
       Program-Id. REQBEM.

       Environment Division.
       special-names.   decimal-point is comma.
       input-output section.
       file-control.
           select REQCOMP assign to disk
           organization indexed
           access mode dynamic
           record key RQ-NUMERO
           file status arqst.

           select ORCAMENTO assign to disk-1
           organization indexed
           access mode dynamic
           record key OR-CHAVE
           file status arqst-orc.

           select DEPTOS assign to disk-2
           organization indexed
           access mode dynamic
           record key CODIGO-DEPTO-D
           file status arqst-depto.

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

           select SESSAO assign to disk-4
           organization line sequential
           file status arqst-ses.

       data division.
       file section.
       fd  REQCOMP label record standard
       value of file-id is "REQCOMP.DAT".
       01 reg-reqcomp.
           02 Chaves.
               03 RQ-NUMERO      pic 9(06).
           02 RQ-ANO             pic 9(04).
           02 RQ-CODIGO-DEPTO    pic x(04).
           02 RQ-CLASSE          pic 9(02).
           02 RQ-DESCRICAO       pic x(30).
           02 RQ-VALOR           pic 9(08)v99.
           02 RQ-SOLICITANTE     pic x(10).
           02 RQ-DATA-PED        pic 9(08).
           02 RQ-SITUACAO        pic x(01).
           02 RQ-APROVADOR       pic x(10).
           02 RQ-DT-DECISAO      pic 9(08).
           02 RQ-JUSTIF          pic x(27).

       fd  ORCAMENTO label record standard
       value of file-id is "ORCAMENTO.DAT".
       01 reg-orcamento.
           02 OR-CHAVE.
               03 OR-ANO         pic 9(04).
               03 OR-CODIGO-DEPTO pic x(04).
               03 OR-CLASSE      pic 9(02).
           02 OR-VALOR-ORCADO    pic 9(08)v99.
           02 OR-VALOR-APROVADO  pic 9(08)v99.
           02 OR-DT-ALTERACAO    pic 9(08).
           02 OR-OPERADOR        pic x(10).

       fd  DEPTOS label record standard
       value of file-id is "DEPTOS.txt".
       01  REG-DEPTO-D.
           02 CODIGO-DEPTO-D        pic x(04).
           02 NOME-DEPTO-D          pic x(30).
           02 RESPONSAVEL-D         pic x(30).
           02 DIVISAO-D             pic x(02).
           02 CODIGO-RESP-D         pic x(04).

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
       01 arqst-orc                pic x(02).
       01 arqst-depto              pic x(02).
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
       01 agora-ts.
           02 agora-data  pic 9(08).
           02 agora-hh    pic 9(02).
           02 agora-mi    pic 9(02).
           02 agora-ss    pic 9(02).
       01 seg-agora    pic 9(08) value zeros.
       01 seg-sessao   pic 9(08) value zeros.
       01 senha-dig                pic x(08) value spaces.
       01 nivel-log                pic 9(01) value zeros.
       01 tentativas               pic 9(01) value zeros.
       01 MAX-FALHAS   pic 9(02) value 05.
       01 VALIDADE-SENHA pic 9(05) value 00090.
       01 idade-senha  pic s9(08) value zeros.
       01 sen-aa       pic 9(04) value zeros.
       01 sen-mm       pic 9(02) value zeros.
       01 sen-dd       pic 9(02) value zeros.
       01 operador-log             pic x(10) value spaces.
       01 aud-operacao-ws          pic x(01).
       01 aud-chave-ws             pic x(15).
       01 buffer-antes             pic x(120) value spaces.
       01 buffer-depois            pic x(120) value spaces.

       01 fim-fila         pic x(01) value "N".
       01 decisao          pic x(01) value spaces.
       01 situacao-nova    pic x(01) value spaces.
       01 justif-e         pic x(27) value spaces.
       01 tem-orcamento    pic x(01) value "N".
       01 saldo-orc        pic s9(08)v99 value zeros.
       01 saldo-ed         pic -zz.zzz.zz9,99.
       01 valor-ed         pic zz.zzz.zz9,99.
       01 dt-mostra        pic 99/99/9999.
       01 ts-pedido        pic x(14) value spaces.

       01 reg-reqcomp-e.
           02 RQ-NUMERO-e         pic 9(06).
           02 RQ-ANO-e            pic 9(04).
           02 RQ-CODIGO-DEPTO-e   pic x(04).
           02 RQ-CLASSE-e         pic 9(02).
           02 RQ-DESCRICAO-e      pic x(30).
           02 RQ-VALOR-e          pic 9(08)v99.
       01 orc-ano-e               pic 9(04).
       01 orc-depto-e             pic x(04).
       01 orc-classe-e            pic 9(02).
       01 orc-valor-e             pic 9(08)v99.

       01 CLASSE.
           02 filler pic x(18) value "MOBILIARIO".
           02 filler pic x(18) value "ELETRO-ELETRONICO".
           02 filler pic x(18) value "INFORMATICA".
           02 filler pic x(18) value "TELEFONIA".
       01 TAB-CLASSES redefines CLASSE.
           02 CLASSE-N pic x(18) occurs 4 times.

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
       01 wigual       pic 9 value zeros.
       01 espaco       pic x(40) value spaces.
       01 op-continua  pic x(1)  value spaces.

       screen section.
       01 tela-inicial.
          02 line 2 col 2 value "Santos,    de            de     .".
          02 line 4 col 30 value "Nome da Empresa".
          02 line 6 col 25 value "Requisicoes e Orcamento de Capital".
          02 line 7 col 27 value "Menu Principal" highlight.
          02 line 9 col 3 VALUE "1 - Inclusao de Requisicao".
          02 line 10 col 3 VALUE "2 - Aprovacao/Rejeicao da Fila".
          02 line 9 col 45 VALUE "3 - Consulta de Requisicao".
          02 line 10 col 45 VALUE "4 - Orcamento Anual".
          02 line 13 col 20 value "5 - Sair ".
          02 Line 18 col 5 value "Digite Sua Escolha".
       01 Tela-requisicao.
          02 line 2 col 2 value "Santos,    de            de     .".
          02 line 4 col 30 value "Nome da Empresa".
          02 line 6 col 25 value "Requisicoes e Orcamento de Capital".
          02 line 7 col 27 value "REQUISICAO DE COMPRA" highlight.
          02 line 9 col 3 VALUE "Numero".
          02 line 9 col 45 VALUE "Ano do Orcamento".
          02 line 11 col 3 VALUE "Codigo do Depto".
          02 line 11 col 45 VALUE "Classe (1 a 4)".
          02 line 13 col 3 VALUE "Descricao".
          02 line 15 col 3 VALUE "Valor Estimado".
          02 line 15 col 45 VALUE "Saldo".
          02 line 17 col 3 VALUE "Situacao".
          02 line 17 col 45 VALUE "Decisor".
       01 Tela-fila.
          02 line 2 col 2 value "Santos,    de            de     .".
          02 line 4 col 30 value "Nome da Empresa".
          02 line 6 col 25 value "Requisicoes e Orcamento de Capital".
          02 line 7 col 27 value "FILA DE REQUISICOES" highlight.
          02 line 9 col 3 VALUE "Numero".
          02 line 9 col 45 VALUE "Ano do Orcamento".
          02 line 10 col 3 VALUE "Codigo do Depto".
          02 line 10 col 45 VALUE "Classe".
          02 line 11 col 3 VALUE "Descricao".
          02 line 12 col 3 VALUE "Valor Estimado".
          02 line 12 col 45 VALUE "Saldo".
          02 line 13 col 3 VALUE "Solicitante".
          02 line 13 col 45 VALUE "Pedido em".
          02 line 15 col 3 VALUE "Justificativa".
          02 line 17 col 3
             VALUE "A(provar) R(ejeitar) P(ular) F(im) [ ]".
       01 Tela-orcamento.
          02 line 2 col 2 value "Santos,    de            de     .".
          02 line 4 col 30 value "Nome da Empresa".
          02 line 6 col 25 value "Requisicoes e Orcamento de Capital".
          02 line 7 col 27 value "ORCAMENTO ANUAL" highlight.
          02 line 9 col 3 VALUE "Ano".
          02 line 11 col 3 VALUE "Codigo do Depto".
          02 line 13 col 3 VALUE "Classe (1 a 4)".
          02 line 15 col 3 VALUE "Valor Orcado".
          02 line 17 col 3 VALUE "Ja Aprovado".

       procedure division.
      *-----------------------------------------------------------------
       Inicio.
           Perform abre-arq.
           Perform identifica-operador.
           Perform abertura until op = "5".
           close REQCOMP ORCAMENTO DEPTOS.
           exit program.
      *-----------------------------------------------------------------
       sai.
         exit program.
      *-----------------------------------------------------------------
       abre-arq.
           OPEN I-O REQCOMP.
           IF ARQST NOT = "00"
               CLOSE REQCOMP
               OPEN OUTPUT REQCOMP
               CLOSE REQCOMP
               OPEN I-O REQCOMP.
           OPEN I-O ORCAMENTO.
           IF ARQST-ORC NOT = "00"
               CLOSE ORCAMENTO
               OPEN OUTPUT ORCAMENTO
               CLOSE ORCAMENTO
               OPEN I-O ORCAMENTO.
           OPEN INPUT DEPTOS.
           IF ARQST-DEPTO NOT = "00"
               CLOSE DEPTOS
               OPEN OUTPUT DEPTOS
               CLOSE DEPTOS
               OPEN INPUT DEPTOS.
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
           move "REQBEM" to aud-programa
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
      *Requisicao e pedido do departamento (nivel 2); aprovar e mexer
      *no orcamento e ato de supervisor (nivel 3); consulta liberada
      *a todo operador.
           move spaces to op-continua
           evaluate op
           when "1"
               if nivel-log < 2
                   perform opcao-negada
               else
                   perform inclusao until op-continua = "n" or "N"
               end-if
           when "2"
               if nivel-log < 3
                   perform opcao-negada
               else
                   perform percorre-fila
               end-if
           when "3"
               perform consulta until op-continua = "n" or "N"
           when "4"
               if nivel-log < 3
                   perform opcao-negada
               else
                   perform manutencao-orcamento
                       until op-continua = "n" or "N"
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
       inclusao.
           display erase at 0101.
           display Tela-requisicao.
           perform mostra-data.
           perform inicializar.
           perform sugere-numero.
           display RQ-NUMERO-e at 0910.
           move ano to RQ-ANO-e.
           perform recebe-dados.
           perform grava.
           perform continua.
      *-----------------------------------------------------------------
       inicializar.
           move spaces to op op-continua salva.
           move zeros to RQ-NUMERO-e RQ-ANO-e RQ-CLASSE-e RQ-VALOR-e.
           move spaces to RQ-CODIGO-DEPTO-e RQ-DESCRICAO-e.
           move zeros to wigual.
           display espaco at 2321.
      *-----------------------------------------------------------------
       sugere-numero.
      *Proximo numero livre: START no fim da chave e leitura do
      *registro anterior, como o sugere-codbem do BENS.
           move 999999 to RQ-NUMERO
           start REQCOMP key is less than or equal RQ-NUMERO
                invalid key move 1 to RQ-NUMERO-e
           end-start
           if ARQST = "00" then
                read REQCOMP previous record
                     invalid key move 1 to RQ-NUMERO-e
                     not invalid key
                          compute RQ-NUMERO-e = RQ-NUMERO + 1
                end-read.
      *-----------------------------------------------------------------
       recebe-dados.
           perform testa-ano until RQ-ANO-e not = zeros.
           perform testa-depto until RQ-CODIGO-DEPTO-e not = spaces.
           perform testa-classe until RQ-CLASSE-e not = zeros.
           perform testa-descricao until RQ-DESCRICAO-e not = spaces.
           perform testa-valor until RQ-VALOR-e not = zeros.
      *-----------------------------------------------------------------
       testa-ano.
           accept RQ-ANO-e at 0962 with update
           if RQ-ANO-e < ano then
                display "Ano do orcamento ja encerrado." at 2321
                move zeros to RQ-ANO-e
           else
                display espaco at 2321.
      *-----------------------------------------------------------------
       testa-depto.
           accept RQ-CODIGO-DEPTO-e at 1120
           if RQ-CODIGO-DEPTO-e = spaces then
                display "Digite o codigo do departamento." at 2321
           else
                move RQ-CODIGO-DEPTO-e to CODIGO-DEPTO-D
                read DEPTOS invalid key
                     display espaco at 2321
                     display "Depto nao cadastrado no CADDPTO." at 2321
                     move spaces to RQ-CODIGO-DEPTO-e
                not invalid key
                     display espaco at 2321
                     display NOME-DEPTO-D at 1226
                end-read.
      *-----------------------------------------------------------------
       testa-classe.
           accept RQ-CLASSE-e at 1162
           if RQ-CLASSE-e < 1 or RQ-CLASSE-e > 4 then
                display "Classe de 1 a 4." at 2321
                move zeros to RQ-CLASSE-e
           else
                display espaco at 2321
      *O nome vai ate a coluna 80; o maior tem 17 posicoes.
                display CLASSE-N(RQ-CLASSE-e) (1:17) at 1164.
      *-----------------------------------------------------------------
       testa-descricao.
           accept RQ-DESCRICAO-e at 1314
           if RQ-DESCRICAO-e = spaces then
                display "Digite a descricao do pedido." at 2321
           else
                display espaco at 2321.
      *-----------------------------------------------------------------
       testa-valor.
      *Pedido acima do saldo e aceito (o orcamento pode ser revisto
      *antes da decisao), mas o operador fica avisado de que, como
      *esta, a aprovacao sera negada.
           accept RQ-VALOR-e at 1520
           if RQ-VALOR-e = zeros then
                display "Digite o valor estimado." at 2321
           else
                move RQ-ANO-e to OR-ANO
                move RQ-CODIGO-DEPTO-e to OR-CODIGO-DEPTO
                move RQ-CLASSE-e to OR-CLASSE
                perform calcula-saldo
                move saldo-orc to saldo-ed
                display saldo-ed at 1552
                if tem-orcamento not = "S"
                     display "Sem orcamento para depto/classe/ano."
                         at 2321
                else
                     if RQ-VALOR-e > saldo-orc
                          display "Valor excede o saldo do orcamento."
                              at 2321
                     else
                          display espaco at 2321.
      *-----------------------------------------------------------------
       calcula-saldo.
      *Saldo = orcado menos o ja comprometido por requisicoes
      *aprovadas; sem registro de orcamento o saldo e zero. Espera
      *OR-CHAVE montada pelo chamador.
           move "N" to tem-orcamento
           move zeros to saldo-orc
           read ORCAMENTO invalid key
                continue
           not invalid key
                move "S" to tem-orcamento
                compute saldo-orc =
                    OR-VALOR-ORCADO - OR-VALOR-APROVADO
           end-read.
      *-----------------------------------------------------------------
       grava.
           display "Salvar <S/N> [ ]" at 2321.
           accept salva at 2335 with prompt auto.
           if salva = "S" or "s" then
                move RQ-NUMERO-e to RQ-NUMERO
                move RQ-ANO-e to RQ-ANO
                move RQ-CODIGO-DEPTO-e to RQ-CODIGO-DEPTO
                move RQ-CLASSE-e to RQ-CLASSE
                move RQ-DESCRICAO-e to RQ-DESCRICAO
                move RQ-VALOR-e to RQ-VALOR
                move operador-log to RQ-SOLICITANTE
                move function current-date(1:14) to ts-pedido
                move ts-pedido(1:8) to RQ-DATA-PED
                move "P" to RQ-SITUACAO
                move spaces to RQ-APROVADOR RQ-JUSTIF
                move zeros to RQ-DT-DECISAO
                write reg-reqcomp invalid key
                     display "Numero ja usado, tente de novo." at 2321
                     stop " "
                not invalid key
                     move spaces to buffer-antes
                     move reg-reqcomp to buffer-depois
                     move "I" to aud-operacao-ws
                     move RQ-NUMERO to aud-chave-ws
                     perform grava-auditoria
                     display "Requisicao registrada na fila." at 2321
                end-write.
      *-----------------------------------------------------------------
       continua.
           display espaco at 2321.
           display "Continua <S/N> [ ]" at 2321.
           accept op-continua at 2337 with prompt auto.
           if op-continua = "S" or "s" then
                perform inicializar
                display espaco at 2321.
      *-----------------------------------------------------------------
       consulta.
           display erase at 0101.
           display Tela-requisicao.
           display "CONSULTA DE REQUISICAO" at 0727 with highlight.
           perform mostra-data.
           perform inicializar.
           accept RQ-NUMERO-e at 0910.
           move RQ-NUMERO-e to RQ-NUMERO.
           read REQCOMP invalid key
                display "Registro nao encontrado" at 2321
           not invalid key
                perform mostra-requisicao
           end-read.
           perform continua.
      *-----------------------------------------------------------------
       mostra-requisicao.
           display RQ-ANO at 0962.
           display RQ-CODIGO-DEPTO at 1120.
           display RQ-CLASSE at 1162.
           if RQ-CLASSE > 0 and RQ-CLASSE < 5
               display CLASSE-N(RQ-CLASSE) (1:17) at 1164.
           display RQ-DESCRICAO at 1314.
           move RQ-VALOR to valor-ed.
           display valor-ed at 1520.
           move RQ-ANO to OR-ANO.
           move RQ-CODIGO-DEPTO to OR-CODIGO-DEPTO.
           move RQ-CLASSE to OR-CLASSE.
           perform calcula-saldo.
           move saldo-orc to saldo-ed.
           display saldo-ed at 1552.
           evaluate RQ-SITUACAO
               when "P" display "PENDENTE " at 1714
               when "A" display "APROVADA " at 1714
               when "R" display "REJEITADA" at 1714
           end-evaluate.
           display RQ-APROVADOR at 1754.
      *-----------------------------------------------------------------
       percorre-fila.
      *Varre REQCOMP.DAT na ordem do numero e apresenta cada pendente
      *("P") para decisao; F encerra a passada a qualquer momento.
           move "N" to fim-fila.
           move zeros to RQ-NUMERO.
           start REQCOMP key is greater than or equal RQ-NUMERO
                invalid key move "S" to fim-fila
           end-start.
           perform le-fila until fim-fila = "S".
           display erase at 0101.
           display "Fim da fila de pendentes." at 1010.
           stop " ".
      *-----------------------------------------------------------------
       le-fila.
           read REQCOMP next record at end move "S" to fim-fila
           not at end
               if RQ-SITUACAO = "P"
                   perform apresenta-pedido
               end-if
           end-read.
      *-----------------------------------------------------------------
       apresenta-pedido.
           display erase at 0101.
           display Tela-fila.
           perform mostra-data.
           display RQ-NUMERO at 0920.
           display RQ-ANO at 0962.
           display RQ-CODIGO-DEPTO at 1020.
           if RQ-CLASSE >= 1 and RQ-CLASSE <= 4
               display CLASSE-N(RQ-CLASSE) at 1052.
           display RQ-DESCRICAO at 1120.
           move RQ-VALOR to valor-ed.
           display valor-ed at 1220.
           move RQ-ANO to OR-ANO.
           move RQ-CODIGO-DEPTO to OR-CODIGO-DEPTO.
           move RQ-CLASSE to OR-CLASSE.
           perform calcula-saldo.
           move saldo-orc to saldo-ed.
           display saldo-ed at 1252.
           display RQ-SOLICITANTE at 1320.
           move RQ-DATA-PED to dt-mostra.
           display dt-mostra at 1356.
           move spaces to decisao.
           accept decisao at 1740 with prompt auto.
           evaluate decisao
               when "A" when "a"
                   perform aprova-pedido
               when "R" when "r"
                   perform rejeita-pedido
               when "F" when "f"
                   move "S" to fim-fila
               when other
                   continue
           end-evaluate.
      *-----------------------------------------------------------------
       pede-justificativa.
           move spaces to justif-e.
           perform testa-justif until justif-e not = spaces.
      *-----------------------------------------------------------------
       testa-justif.
           accept justif-e at 1518
           if justif-e = spaces then
                display "Digite a justificativa." at 2321
           else
                display espaco at 2321.
      *-----------------------------------------------------------------
       aprova-pedido.
      *So aprova dentro do saldo: sem orcamento cadastrado ou com
      *valor acima do saldo o pedido continua pendente, para o
      *supervisor rever o orcamento ou rejeitar. A aprovacao
      *compromete o valor no orcamento do depto/classe/ano.
           perform calcula-saldo.
           if tem-orcamento not = "S"
               display "Sem orcamento para depto/classe/ano." at 2321
               stop " "
           else
               if RQ-VALOR > saldo-orc
                   display "Valor excede o saldo do orcamento." at 2321
                   stop " "
               else
                   perform pede-justificativa
                   move reg-orcamento to buffer-antes
                   add RQ-VALOR to OR-VALOR-APROVADO
                   rewrite reg-orcamento
                   move reg-orcamento to buffer-depois
                   move "A" to aud-operacao-ws
                   move OR-CHAVE to aud-chave-ws
                   perform grava-auditoria
                   move "A" to situacao-nova
                   perform encerra-pedido
                   display "Requisicao aprovada." at 2321
                   stop " ".
      *-----------------------------------------------------------------
       rejeita-pedido.
           perform pede-justificativa.
           move "R" to situacao-nova.
           perform encerra-pedido.
           display "Requisicao rejeitada." at 2321.
           stop " ".
      *-----------------------------------------------------------------
       encerra-pedido.
      *A decisao fica no proprio registro da requisicao, com quem
      *decidiu e quando, como a fila do BXAPEND.
           move reg-reqcomp to buffer-antes.
           move situacao-nova to RQ-SITUACAO.
           move operador-log to RQ-APROVADOR.
           move function current-date(1:8) to RQ-DT-DECISAO.
           move justif-e to RQ-JUSTIF.
           rewrite reg-reqcomp.
           move reg-reqcomp to buffer-depois.
           move "R" to aud-operacao-ws.
           move RQ-NUMERO to aud-chave-ws.
           perform grava-auditoria.
      *-----------------------------------------------------------------
       manutencao-orcamento.
      *Orcado por ano/depto/classe. O valor nao pode ficar abaixo do
      *ja aprovado, senao o saldo negativo liberaria o depto estourado
      *sem ninguem ver.
           display erase at 0101.
           display Tela-orcamento.
           perform mostra-data.
           move spaces to op op-continua salva.
           move ano to orc-ano-e.
           move spaces to orc-depto-e.
           move zeros to orc-classe-e orc-valor-e.
           accept orc-ano-e at 0920 with update.
           perform testa-depto-orc until orc-depto-e not = spaces.
           perform testa-classe-orc until orc-classe-e not = zeros.
           move orc-ano-e to OR-ANO.
           move orc-depto-e to OR-CODIGO-DEPTO.
           move orc-classe-e to OR-CLASSE.
           read ORCAMENTO invalid key
                move zeros to OR-VALOR-APROVADO OR-VALOR-ORCADO
                move spaces to buffer-antes
                move "I" to aud-operacao-ws
           not invalid key
                move reg-orcamento to buffer-antes
                move "A" to aud-operacao-ws
           end-read.
           move OR-VALOR-ORCADO to orc-valor-e.
           move OR-VALOR-APROVADO to valor-ed.
           display valor-ed at 1720.
           move zeros to wigual.
           perform testa-valor-orc until wigual = 1.
           display "Salvar <S/N> [ ]" at 2321.
           accept salva at 2335 with prompt auto.
           if salva = "S" or "s" then
                move orc-ano-e to OR-ANO
                move orc-depto-e to OR-CODIGO-DEPTO
                move orc-classe-e to OR-CLASSE
                move orc-valor-e to OR-VALOR-ORCADO
                move function current-date(1:8) to OR-DT-ALTERACAO
                move operador-log to OR-OPERADOR
                write reg-orcamento invalid key
                     rewrite reg-orcamento
                end-write
                move reg-orcamento to buffer-depois
                move OR-CHAVE to aud-chave-ws
                perform grava-auditoria
                display "Orcamento gravado." at 2321.
           perform continua.
      *-----------------------------------------------------------------
       testa-depto-orc.
           accept orc-depto-e at 1120
           if orc-depto-e = spaces then
                display "Digite o codigo do departamento." at 2321
           else
                move orc-depto-e to CODIGO-DEPTO-D
                read DEPTOS invalid key
                     display "Depto nao cadastrado no CADDPTO." at 2321
                     move spaces to orc-depto-e
                not invalid key
                     display espaco at 2321
                     display NOME-DEPTO-D at 1126
                end-read.
      *-----------------------------------------------------------------
       testa-classe-orc.
           accept orc-classe-e at 1320
           if orc-classe-e < 1 or orc-classe-e > 4 then
                display "Classe de 1 a 4." at 2321
                move zeros to orc-classe-e
           else
                display espaco at 2321
                display CLASSE-N(orc-classe-e) at 1326.
      *-----------------------------------------------------------------
       testa-valor-orc.
           move 1 to wigual
           accept orc-valor-e at 1520 with update
           if orc-valor-e < OR-VALOR-APROVADO then
                display "Orcado abaixo do ja aprovado." at 2321
                move zeros to wigual
           else
                display espaco at 2321.
       end program REQBEM.
