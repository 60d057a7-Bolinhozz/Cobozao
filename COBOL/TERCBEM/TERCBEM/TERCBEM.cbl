      *Cadastro de Bens de Terceiros em Custodia
      *Mantem BEMTERC.DAT, os equipamentos que ficam nas nossas salas
      *mas pertencem a fornecedores: impressoras alugadas, veiculos
      *em arrendamento e maquinas em comodato. Cada bem tem o dono
      *(CODIGO-FORN de FORNEC.DAT), o numero do contrato, a
      *modalidade, a mensalidade, o inicio e a devolucao prevista do
      *contrato, o departamento (DEPTOS.txt) e a sala (LOCAIS.DAT)
      *onde esta. A devolucao ao dono fecha o registro com a data
      *real em vez de apagar o historico.
      *Os codigos saem da faixa a partir de INICIO-TERCEIROS, que o
      *BENS recusa, para a etiqueta de um bem de terceiro nunca
      *coincidir com um CODIGO-BEM de PATRIMO.DAT: assim o GERCONT
      *e o RECINV contam os dois no mesmo inventario, enquanto
      *DEPREBEM, RESBEM e CONTMES, que so leem PATRIMO.DAT, seguem
      *sem enxergar estes bens. O relatorio de contratos a devolver
      *ou renovar fica no LISTTERC.
      *A inclusao de um codigo achado no inventario sem cadastro
      *resolve a pendencia dele em PENDCAD.DAT (ver APRINV).
      *Entrada assinada via sessao do MENUBEM ou propria, e registro
      *em AUDITORIA.LOG como nos demais programas de manutencao.

       Identification Division.
       Program-Id. TERCBEM.

       Environment Division.
       special-names.   decimal-point is comma.
       input-output section.
       file-control.
           select BEMTERC assign to disk
           organization indexed
           access mode dynamic
           record key TC-CODIGO
           alternate record key TC-FORNECEDOR with duplicates
           alternate record key TC-CODIGO-DEPTO with duplicates
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

           select FORNEC assign to disk-3
           organization indexed
           access mode dynamic
           record key CODIGO-FORN
           alternate record key NOME-FORN with duplicates
           file status arqst-forn.

           select DEPTOS assign to disk-4
           organization indexed
           access mode dynamic
           record key CODIGO-DEPTO-D
           file status arqst-depto.

           select LOCAIS assign to disk-5
           organization indexed
           access mode dynamic
           record key CODIGO-LOCAL
           file status arqst-loc.

           select PENDCAD assign to disk-6
           organization indexed
           access mode dynamic
           record key PC-CODIGO
           file status arqst-pc.

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
       fd  BEMTERC label record standard
       value of file-id is "BEMTERC.DAT".
       01 reg-bemterc.
           02 Chaves.
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

       fd  FORNEC
       value of file-id is "FORNEC.DAT".
       01 reg-fornec.
           02 Chaves-F.
               03 CODIGO-FORN    pic x(04).
           02 NOME-FORN          pic x(30).
           02 CNPJ-FORN          pic 9(14).

       FD  DEPTOS LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "DEPTOS.txt".
       01  REG-DEPTO-D.
           02 CODIGO-DEPTO-D        PIC X(04).
           02 NOME-DEPTO-D          PIC X(30).
           02 RESPONSAVEL-D         PIC X(30).
           02 DIVISAO-D             PIC X(02).
           02 CODIGO-RESP-D         PIC X(04).

       fd  LOCAIS label record standard
       value of file-id is "LOCAIS.DAT".
       01 reg-locais.
           02 Chaves-L.
               03 CODIGO-LOCAL   pic x(06).
           02 PREDIO-LOCAL       pic x(15).
           02 ANDAR-LOCAL        pic x(05).
           02 SALA-LOCAL         pic x(10).
           02 CODIGO-DEPTO-L     pic x(04).

       fd  PENDCAD label record standard
       value of file-id is "PENDCAD.DAT".
       01 reg-pendcad.
           02 PC-CODIGO          pic 9(06).
           02 PC-CONTAGEM        pic 9(08).
           02 PC-LOCAL           pic X(06).
           02 PC-DEPTO           pic X(04).
           02 PC-SITUACAO        pic X(01).
           02 PC-DT-INCLUSAO     pic 9(08).
           02 PC-DT-SITUACAO     pic 9(08).
           02 PC-OPERADOR        pic X(10).
           02 PC-CODIGO-TERC     pic 9(06).

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
       01 reg-bemterc-e.
           02 Chaves-e.
               03 TC-CODIGO-E     pic 9(06).
           02 TC-DESCRICAO-E      pic x(30).
           02 TC-FORNECEDOR-E     pic x(04).
           02 TC-CONTRATO-E       pic x(15).
           02 TC-MODALIDADE-E     pic x(01).
           02 TC-VALOR-MENSAL-E   pic 9(06)v99.
           02 TC-DT-INICIO-E      pic 99/99/9999.
           02 TC-DT-DEVOLUCAO-E   pic 99/99/9999.
           02 TC-CODIGO-DEPTO-E   pic x(04).
           02 TC-CODIGO-LOCAL-E   pic x(06).
           02 TC-SITUACAO-E       pic x(01).
           02 TC-DT-DEVOLVIDO-E   pic 99/99/9999.
      *Primeiro codigo da faixa dos bens de terceiros; o BENS recusa
      *a inclusao de bem proprio daqui para cima.
       01 INICIO-TERCEIROS         pic 9(06) value 900000.
       01 arqst-bem                pic x(02).
       01 arqst-forn               pic x(02).
       01 arqst-pc                 pic x(02).
       01 arqst-depto              pic x(02).
       01 arqst-loc                pic x(02).
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
       01 wigual       pic 9 value zeros.
       01 espaco       pic x(40) value spaces.
       01 op-continua  pic x(1)  value spaces.
       01 dado-ok      pic x(1)  value "N".

       screen section.
       01 tela-inicial.
          02 line 2 col 2 value "Santos,    de            de     .".
          02 line 4 col 30 value "Nome da Empresa".
          02 line 6 col 25 value "Cadastro de Bens de Terceiros".
          02 line 7 col 27 value "Menu Principal" highlight.
          02 line 9 col 3 VALUE "1 - Inclusao de Bem de Terceiro".
          02 line 10 col 3 VALUE "2 - Alteracao/Renovacao".
          02 line 9 col 45 VALUE "3 - Exclusao de Bem".
          02 line 10 col 45 VALUE "4 - Consulta por codigo".
          02 line 11 col 3 VALUE "5 - Devolucao ao Proprietario".
          02 line 13 col 20 value "6 - Sair ".
          02 Line 18 col 5 value "Digite Sua Escolha".
       01 Tela-dados.
          02 line 2 col 2 value "Santos,    de            de     .".
          02 line 4 col 30 value "Nome da Empresa".
          02 line 6 col 25 value "Cadastro de Bens de Terceiros".
          02 line 9 col 3 VALUE "Codigo do Bem".
          02 line 11 col 3 VALUE "Descricao do Bem".
          02 line 13 col 3 VALUE "Proprietario".
          02 line 14 col 3 VALUE "Contrato".
          02 line 14 col 45 VALUE "Modalidade".
          02 line 15 col 45 VALUE "L-Locacao A-Arrend C-Comodato".
          02 line 16 col 3 VALUE "Valor Mensal".
          02 line 17 col 3 VALUE "Inicio do Contrato".
          02 line 17 col 45 VALUE "Devolucao".
          02 line 19 col 3 VALUE "Departamento".
          02 line 19 col 45 VALUE "Sala (Local)".
          02 line 21 col 3 VALUE "Situacao".
          02 line 21 col 45 VALUE "Devolvido em".
       01 Tela-esclusao.
          02 line 2 col 0 value "Santos,    de            de     .".
          02 line 3 col 27 value "Nome da Empresa".
          02 line 4 col 25 value "Cadastro de Bens de Terceiros".
          02 line 5 col 20 value "EXCLUSAO DE BEM DE TERCEIRO"
             highlight.
          02 line 9 col 3 VALUE "Codigo do Bem".

       procedure division.
      *-----------------------------------------------------------------
       Inicio.
           Perform abre-arq.
           Perform identifica-operador.
           Perform abertura until op = "6".
           close BEMTERC BEMS FORNEC DEPTOS LOCAIS.
           exit program.
      *-----------------------------------------------------------------
       sai.
         exit program.
      *-----------------------------------------------------------------
       abre-arq.
                  OPEN I-O BEMTERC.
           IF ARQST NOT = "00"
               CLOSE BEMTERC
               OPEN OUTPUT BEMTERC
               CLOSE BEMTERC
               OPEN I-O BEMTERC.
           OPEN INPUT BEMS.
           IF ARQST-BEM NOT = "00"
               CLOSE BEMS
               OPEN OUTPUT BEMS
               CLOSE BEMS
               OPEN INPUT BEMS.
           OPEN INPUT FORNEC.
           IF ARQST-FORN NOT = "00"
               CLOSE FORNEC
               OPEN OUTPUT FORNEC
               CLOSE FORNEC
               OPEN INPUT FORNEC.
           OPEN INPUT DEPTOS.
           IF ARQST-DEPTO NOT = "00"
               CLOSE DEPTOS
               OPEN OUTPUT DEPTOS
               CLOSE DEPTOS
               OPEN INPUT DEPTOS.
           OPEN INPUT LOCAIS.
           IF ARQST-LOC NOT = "00"
               CLOSE LOCAIS
               OPEN OUTPUT LOCAIS
               CLOSE LOCAIS
               OPEN INPUT LOCAIS.
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
           move "TERCBEM" to aud-programa
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
      *Inclusao, alteracao e devolucao exigem nivel 2; exclusao exige
      *nivel 3 (supervisor); consulta liberada a todo operador.
           move spaces to op-continua
           evaluate op
           when "1"
               if nivel-log < 2
                   perform opcao-negada
               else
                   perform inclusao until op-continua = "n" or "N"
               end-if
           when "2"
               if nivel-log < 2
                   perform opcao-negada
               else
                   perform alteracao until op-continua = "n" or "N"
               end-if
           when "3"
               if nivel-log < 3
                   perform opcao-negada
               else
                   perform exclusao until op-continua = "n" or "N"
               end-if
           when "4"
               perform consulta until op-continua = "n" or "N"
           when "5"
               if nivel-log < 2
                   perform opcao-negada
               else
                   perform devolucao until op-continua = "n" or "N"
               end-if
           when "6"
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
           perform tela-inclu.
           move zeros to wigual.
           perform inicializar.
           perform testa-codbem until wigual = 1.
           perform recebe-dados.
           perform grava.
           perform continua.
      *-----------------------------------------------------------------
       tela-inclu.
           display erase at 0101.
           display Tela-dados.
           display "INCLUSAO DE BEM DE TERCEIRO" at 0727 with highlight.
           perform mostra-data.
      *-----------------------------------------------------------------
       inicializar.
           move spaces to op op-continua salva.
           move spaces to TC-DESCRICAO-E TC-FORNECEDOR-E TC-CONTRATO-E.
           move spaces to TC-MODALIDADE-E TC-CODIGO-DEPTO-E.
           move spaces to TC-CODIGO-LOCAL-E.
           move zeros to TC-CODIGO-E TC-VALOR-MENSAL-E.
           move zeros to TC-DT-INICIO-E TC-DT-DEVOLUCAO-E.
           move zeros to TC-DT-DEVOLVIDO-E.
           move "A" to TC-SITUACAO-E.
           move zeros to wigual.
           display espaco at 2321.
      *-----------------------------------------------------------------
       recebe-dados.
      *Cada campo so passa validado; a mesma sequencia serve a
      *inclusao e a renovacao do contrato na alteracao.
           perform testa-descricao until TC-DESCRICAO-E not = spaces.
           move "N" to dado-ok
           perform testa-fornecedor until dado-ok = "S".
           perform testa-contrato until TC-CONTRATO-E not = spaces.
           move "N" to dado-ok
           perform testa-modalidade until dado-ok = "S".
           move "N" to dado-ok
           perform testa-valor until dado-ok = "S".
           perform testa-inicio
               until TC-DT-INICIO-E not = "00/00/0000".
           move "N" to dado-ok
           perform testa-devolucao until dado-ok = "S".
           move "N" to dado-ok
           perform testa-depto until dado-ok = "S".
           move "N" to dado-ok
           perform testa-local until dado-ok = "S".
      *-----------------------------------------------------------------
       sugere-codbem.
           move 999999 to TC-CODIGO
           start BEMTERC key is less than or equal TC-CODIGO
                invalid key move zeros to TC-CODIGO
           end-start
           if ARQST = "00" then
                read BEMTERC previous record
                     at end move zeros to TC-CODIGO
                end-read.
           if TC-CODIGO < INICIO-TERCEIROS
                move INICIO-TERCEIROS to TC-CODIGO.
           compute TC-CODIGO-E = TC-CODIGO + 1.
      *-----------------------------------------------------------------
       testa-codbem.
      *Codigo de terceiro nao pode existir em PATRIMO.DAT: a etiqueta
      *contada no inventario tem que apontar para um so cadastro.
           perform sugere-codbem
           move 1 to wigual
           accept TC-CODIGO-E at 0926 with prompt auto update
           if TC-CODIGO-E < INICIO-TERCEIROS then
                display espaco at 2321
                display "Codigo fora da faixa de terceiros." at 2321
                set wigual to 0
           else
                move TC-CODIGO-E to CODIGO-BEM
                read BEMS not invalid key
                     display espaco at 2321
                     display "Codigo ja usado em PATRIMO." at 2321
                     set wigual to 0
                end-read
                if wigual = 1
                     move TC-CODIGO-E to TC-CODIGO
                     read BEMTERC not invalid key
                          perform ja-cadastrado
                     end-read
                end-if.
      *-----------------------------------------------------------------
       ja-cadastrado.
           display espaco at 2321
           display "Bem de terceiro ja cadastrado" at 2321
           set wigual to 0.
      *-----------------------------------------------------------------
       testa-descricao.
           accept TC-DESCRICAO-E at 1126 with update
           if TC-DESCRICAO-E = spaces then
                display "Digite a descricao do bem." at 2321
           else
                display espaco at 2321.
      *-----------------------------------------------------------------
       testa-fornecedor.
           accept TC-FORNECEDOR-E at 1326 with update
           move TC-FORNECEDOR-E to CODIGO-FORN
           read FORNEC invalid key
                display espaco at 2321
                display "Proprietario nao esta no CADFORN." at 2321
           not invalid key
                display espaco at 2321
                display NOME-FORN at 1331
                move "S" to dado-ok
           end-read.
      *-----------------------------------------------------------------
       testa-contrato.
           accept TC-CONTRATO-E at 1426 with update
           if TC-CONTRATO-E = spaces then
                display "Digite o numero do contrato." at 2321
           else
                display espaco at 2321.
      *-----------------------------------------------------------------
       testa-modalidade.
           accept TC-MODALIDADE-E at 1460 with update
           inspect TC-MODALIDADE-E converting "lac" to "LAC".
           if TC-MODALIDADE-E = "L" or "A" or "C"
                display espaco at 2321
                move "S" to dado-ok
           else
                display espaco at 2321
                display "Modalidade: L, A ou C." at 2321.
      *-----------------------------------------------------------------
       testa-valor.
      *So o comodato pode vir sem mensalidade.
           accept TC-VALOR-MENSAL-E at 1626 with update
           if TC-VALOR-MENSAL-E = zeros and TC-MODALIDADE-E not = "C"
                display espaco at 2321
                display "Digite o valor mensal do contrato." at 2321
           else
                display espaco at 2321
                move "S" to dado-ok.
      *-----------------------------------------------------------------
       testa-inicio.
           accept TC-DT-INICIO-E at 1726 with update
           if TC-DT-INICIO-E = "00/00/0000" then
                display "Digite o inicio do contrato." at 2321
           else
                display espaco at 2321.
      *-----------------------------------------------------------------
       testa-devolucao.
           accept TC-DT-DEVOLUCAO-E at 1760 with update
           move TC-DT-INICIO-E to TC-DT-INICIO
           move TC-DT-DEVOLUCAO-E to TC-DT-DEVOLUCAO
           if TC-DT-DEVOLUCAO-E = "00/00/0000" then
                display espaco at 2321
                display "Digite a devolucao prevista." at 2321
           else
                if TC-DT-DEVOLUCAO < TC-DT-INICIO
                     display espaco at 2321
                     display "Devolucao anterior ao inicio." at 2321
                else
                     display espaco at 2321
                     move "S" to dado-ok.
      *-----------------------------------------------------------------
       testa-depto.
           accept TC-CODIGO-DEPTO-E at 1926 with update
           move TC-CODIGO-DEPTO-E to CODIGO-DEPTO-D
           read DEPTOS invalid key
                display espaco at 2321
                display "Departamento nao cadastrado." at 2321
           not invalid key
                display espaco at 2321
                move "S" to dado-ok
           end-read.
      *-----------------------------------------------------------------
       testa-local.
      *Sala de outro departamento so gera aviso, como a atribuicao
      *do CADLOC.
           accept TC-CODIGO-LOCAL-E at 1960 with update
           move TC-CODIGO-LOCAL-E to CODIGO-LOCAL
           read LOCAIS invalid key
                display espaco at 2321
                display "Local nao cadastrado no CADLOC." at 2321
           not invalid key
                display espaco at 2321
                if CODIGO-DEPTO-L not = spaces
                   and CODIGO-DEPTO-L not = TC-CODIGO-DEPTO-E
                     display "Atencao: sala de outro departamento."
                         at 2321
                end-if
                move "S" to dado-ok
           end-read.
      *-----------------------------------------------------------------
       grava.
           display espaco at 2321
           display "Salvar <S/N> [ ]" at 2321
           accept salva at 2335 with prompt auto.
           if salva = "S" or "s" then
                perform descarrega-edicao
                write reg-bemterc invalid key perform estuda-erro
                not invalid key
                     move spaces to buffer-antes
                     move reg-bemterc to buffer-depois
                     move "I" to aud-operacao-ws
                     move TC-CODIGO to aud-chave-ws
                     perform grava-auditoria
                     perform resolve-pendencia
                end-write.
      *-----------------------------------------------------------------
       continua.
           display espaco at 2321
           display "Continua <S/N> [ ]" at 2321.
           accept op-continua at 2337 with prompt auto.
           if op-continua = "S" or "s" then
                perform inicializar
                display espaco at 2321.
      *-----------------------------------------------------------------
       exclusao.
           perform inicializar.
           display erase at 0101.
           display Tela-esclusao.
           perform inicializar.
           perform le-dados.
           if arqst = "00" then
               display "Deseja excluir o registro<S/N> [ ]" at 2319
               accept salva at 2351 with prompt auto
           else
               perform inicializar
               display espaco at 2319
               display "Registro nao encontrado." at 2321.
           if salva = "S" or "s" then
               display espaco at 2319
               Display "Registro apagado." at 2321
               move reg-bemterc to buffer-antes
               move spaces to buffer-depois
               move "E" to aud-operacao-ws
               move TC-CODIGO to aud-chave-ws
               delete BEMTERC
               perform grava-auditoria.
           display espaco at 2315.
           perform continua.
      *-----------------------------------------------------------------
       estuda-erro.
           display "Codigo nao encontrado." at 2321.
           stop " ".
      *-----------------------------------------------------------------
       consulta.
           display erase at 0101.
           display Tela-dados.
           display "CONSULTA DE BEM DE TERCEIRO" at 0727 with highlight.
           perform le-dados.
           perform continua.
      *-----------------------------------------------------------------
       le-dados.
           perform inicializar.
           perform mostra-data.
           accept TC-CODIGO-E at 0926.
           move TC-CODIGO-E to TC-CODIGO.
           read BEMTERC key is TC-CODIGO invalid key
                display "Registro nao encontrado" at 2321
                move 1 to wigual
                stop " ".
           if arqst = "00" then
              display espaco at 2321
              perform mostra-tela.
      *-----------------------------------------------------------------
       carrega-edicao.
           move TC-CODIGO          to TC-CODIGO-E
           move TC-DESCRICAO       to TC-DESCRICAO-E
           move TC-FORNECEDOR      to TC-FORNECEDOR-E
           move TC-CONTRATO        to TC-CONTRATO-E
           move TC-MODALIDADE      to TC-MODALIDADE-E
           move TC-VALOR-MENSAL    to TC-VALOR-MENSAL-E
           move TC-DT-INICIO       to TC-DT-INICIO-E
           move TC-DT-DEVOLUCAO    to TC-DT-DEVOLUCAO-E
           move TC-CODIGO-DEPTO    to TC-CODIGO-DEPTO-E
           move TC-CODIGO-LOCAL    to TC-CODIGO-LOCAL-E
           move TC-SITUACAO        to TC-SITUACAO-E
           move TC-DT-DEVOLVIDO    to TC-DT-DEVOLVIDO-E.
      *-----------------------------------------------------------------
       descarrega-edicao.
           move TC-CODIGO-E        to TC-CODIGO
           move TC-DESCRICAO-E     to TC-DESCRICAO
           move TC-FORNECEDOR-E    to TC-FORNECEDOR
           move TC-CONTRATO-E      to TC-CONTRATO
           move TC-MODALIDADE-E    to TC-MODALIDADE
           move TC-VALOR-MENSAL-E  to TC-VALOR-MENSAL
           move TC-DT-INICIO-E     to TC-DT-INICIO
           move TC-DT-DEVOLUCAO-E  to TC-DT-DEVOLUCAO
           move TC-CODIGO-DEPTO-E  to TC-CODIGO-DEPTO
           move TC-CODIGO-LOCAL-E  to TC-CODIGO-LOCAL
           move TC-SITUACAO-E      to TC-SITUACAO
           move TC-DT-DEVOLVIDO-E  to TC-DT-DEVOLVIDO.
      *-----------------------------------------------------------------
       mostra-tela.
           perform carrega-edicao.
           display TC-CODIGO-E at 0926.
           display TC-DESCRICAO-E at 1126.
           display TC-FORNECEDOR-E at 1326.
           move TC-FORNECEDOR to CODIGO-FORN
           read FORNEC invalid key
                move spaces to NOME-FORN
           end-read
           display NOME-FORN at 1331.
           display TC-CONTRATO-E at 1426.
           display TC-MODALIDADE-E at 1460.
           display TC-VALOR-MENSAL-E at 1626.
           display TC-DT-INICIO-E at 1726.
           display TC-DT-DEVOLUCAO-E at 1760.
           display TC-CODIGO-DEPTO-E at 1926.
           display TC-CODIGO-LOCAL-E at 1960.
           if TC-SITUACAO = "D"
                display "DEVOLVIDO" at 2126
                display TC-DT-DEVOLVIDO-E at 2160
           else
                display "EM USO" at 2126.
      *-----------------------------------------------------------------
       alteracao.
      *Renovar o contrato e alterar a devolucao prevista (e a
      *mensalidade, se mudou); bem ja devolvido so se consulta.
           perform inicializar.
           display erase at 0101.
           display Tela-dados.
           display "ALTERACAO/RENOVACAO" at 0727 with highlight.
           perform le-dados.
           if wigual <> 1
              if TC-SITUACAO = "D"
                 display "Bem ja devolvido ao proprietario." at 2321
                 stop " "
              else
                 move reg-bemterc to buffer-antes
                 perform recebe-dados
                 display "Deseja salvar alteracao <S/N> [ ]" at 2319
                 accept salva at 2350 with prompt auto
                 if salva = "S" or "s" then
                    perform descarrega-edicao
                    rewrite reg-bemterc invalid key perform estuda-erro
                    end-rewrite
                    move reg-bemterc to buffer-depois
                    move "A" to aud-operacao-ws
                    move TC-CODIGO to aud-chave-ws
                    perform grava-auditoria
                    display espaco at 2315.
           perform continua.
      *-----------------------------------------------------------------
       devolucao.
      *O bem sai da sala e volta ao dono: o registro fica com a data
      *real da devolucao e deixa de entrar no inventario e na
      *cobranca dos departamentos.
           perform inicializar.
           display erase at 0101.
           display Tela-dados.
           display "DEVOLUCAO AO PROPRIETARIO" at 0727 with highlight.
           perform le-dados.
           move "N" to salva
           if wigual <> 1
              if TC-SITUACAO = "D"
                 display "Bem ja devolvido ao proprietario." at 2321
                 stop " "
              else
                 display "Confirma devolucao ao proprietario <S/N> [ ]"
                     at 2319
                 accept salva at 2361 with prompt auto.
           if salva = "S" or "s" then
              move reg-bemterc to buffer-antes
              move "D" to TC-SITUACAO
              move function current-date(1:8) to TC-DT-DEVOLVIDO
              rewrite reg-bemterc invalid key perform estuda-erro
              end-rewrite
              move reg-bemterc to buffer-depois
              move "D" to aud-operacao-ws
              move TC-CODIGO to aud-chave-ws
              perform grava-auditoria
              perform mostra-tela
              display espaco at 2319
              display "Devolucao registrada." at 2321.
           perform continua.
      *-----------------------------------------------------------------
       resolve-pendencia.
      *Codigo achado no inventario sem cadastro e posto em PENDCAD.DAT
      *pela aprovacao da contagem (ver APRINV): a inclusao do bem de
      *terceiro aqui, com a propria etiqueta, resolve a pendencia,
      *auditada como operacao "C" com a imagem de PENDCAD.DAT. Sem
      *PENDCAD.DAT nao ha pendencia.
           open i-o PENDCAD.
           if arqst-pc not = "00"
               close PENDCAD
           else
               move TC-CODIGO to PC-CODIGO
               read PENDCAD invalid key
                    move spaces to PC-SITUACAO
               end-read
               if PC-SITUACAO = "P"
                    move reg-pendcad to buffer-antes
                    move "T" to PC-SITUACAO
                    move function current-date(1:8) to PC-DT-SITUACAO
                    move operador-log to PC-OPERADOR
                    rewrite reg-pendcad
                    end-rewrite
                    move reg-pendcad to buffer-depois
                    move "C" to aud-operacao-ws
                    move PC-CODIGO to aud-chave-ws
                    perform grava-auditoria
               end-if
               close PENDCAD.
       end program TERCBEM.
