      *Aprovacao de Contagens do Inventario Fisico
      *O RECINV deixa cada contagem concluida em INVCONT.DAT e os
      *faltantes e nao cadastrados dela em INVEXC.DAT. Aqui o
      *supervisor aprova a contagem e as excecoes viram trabalho:
      *cada bem faltante ainda ativo entra na fila de baixas
      *(BXPEND.DAT) com o motivo padrao "FALTANTE INVENTARIO" e a
      *data da contagem, para o BXAPEND decidir como qualquer outra
      *baixa; cada codigo nao cadastrado entra em PENDCAD.DAT, o
      *cadastro pendente, com a contagem, a sala e o departamento
      *onde foi achado. A pendencia de cadastro sai sozinha quando o
      *codigo e incluido no BENS (bem proprio) ou no TERCBEM (bem de
      *terceiro com a propria etiqueta); o achado de terceiro que
      *ficou com outro codigo no BEMTERC e marcado a mao na segunda
      *opcao. A excecao guarda o que foi gerado para ela, e o RELINV
      *lista as que seguem sem solucao por contagem e departamento.
      *Entrada assinada via sessao do MENUBEM ou propria, e registro
      *em AUDITORIA.LOG como nos demais programas de manutencao.

       Identification Division.
       Program-Id. APRINV.

       Environment Division.
       special-names.   decimal-point is comma.
       input-output section.
       file-control.
           select INVCONT assign to disk
           organization indexed
           access mode dynamic
           record key IC-CONTAGEM
           file status arqst.

           select INVEXC assign to disk-1
           organization indexed
           access mode dynamic
           record key IE-CHAVE
           file status arqst-ie.

           select BEMS assign to disk-3
           organization indexed
           access mode dynamic
           record key CODIGO-BEM
           alternate record key DESCRICAO-BEM with duplicates
           alternate record key CODIGO-DEPTO with duplicates
           alternate record key NOTA-FISCAL with duplicates
           alternate record key CODIGO-TIPO with duplicates
           file status arqst-bem.

           select BXPEND assign to disk-4
           organization indexed
           access mode dynamic
           record key BX-CHAVE
           file status arqst-bxp.

           select PENDCAD assign to disk-5
           organization indexed
           access mode dynamic
           record key PC-CODIGO
           file status arqst-pc.

           select BEMTERC assign to disk-6
           organization indexed
           access mode dynamic
           record key TC-CODIGO
           alternate record key TC-FORNECEDOR with duplicates
           alternate record key TC-CODIGO-DEPTO with duplicates
           file status arqst-terc.

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
       fd  INVCONT label record standard
       value of file-id is "INVCONT.DAT".
       01 reg-invcont.
           02 IC-CONTAGEM          pic 9(08).
           02 IC-SITUACAO          pic x(01).
           02 IC-DT-PROC           pic 9(08).
           02 IC-TOTAL-FALTANTES   pic 9(06).
           02 IC-TOTAL-NAOCAD      pic 9(06).
           02 IC-APROVADOR         pic x(10).
           02 IC-DT-APROVACAO      pic 9(08).
           02 IC-TOTAL-BAIXAS      pic 9(06).
           02 IC-TOTAL-PENDCAD     pic 9(06).

       fd  INVEXC label record standard
       value of file-id is "INVEXC.DAT".
       01 reg-invexc.
           02 IE-CHAVE.
               03 IE-CONTAGEM      pic 9(08).
               03 IE-TIPO          pic x(01).
               03 IE-CODIGO        pic 9(06).
           02 IE-DESCRICAO         pic x(30).
           02 IE-DEPTO             pic x(04).
           02 IE-LOCAL             pic x(06).
           02 IE-SITUACAO          pic x(01).
           02 IE-DATA-PED          pic 9(08).
           02 IE-HORA-PED          pic 9(06).

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


       fd  PENDCAD label record standard
       value of file-id is "PENDCAD.DAT".
       01 reg-pendcad.
           02 PC-CODIGO            pic 9(06).
           02 PC-CONTAGEM          pic 9(08).
           02 PC-LOCAL             pic x(06).
           02 PC-DEPTO             pic x(04).
           02 PC-SITUACAO          pic x(01).
           02 PC-DT-INCLUSAO       pic 9(08).
           02 PC-DT-SITUACAO       pic 9(08).
           02 PC-OPERADOR          pic x(10).
           02 PC-CODIGO-TERC       pic 9(06).

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
       01 reg-contagem-e.
           02 IC-CONTAGEM-E        pic 9(08).
           02 IC-TOTAL-FALT-E      pic zzzzz9.
           02 IC-TOTAL-NAOCAD-E    pic zzzzz9.
           02 IC-TOTAL-BAIXAS-E    pic zzzzz9.
           02 IC-TOTAL-PENDCAD-E   pic zzzzz9.
       01 reg-pendcad-e.
           02 PC-CODIGO-E          pic 9(06).
           02 PC-CODIGO-TERC-E     pic 9(06).
       01 arqst-ie                 pic x(02).
       01 arqst-bem                pic x(02).
       01 arqst-pc                 pic x(02).
       01 arqst-terc               pic x(02).
       01 sem-bemterc              pic x(01) value "N".
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
       01 op-continua  pic x(1)  value spaces.
       01 achou-cont   pic x(1)  value "N".
       01 achou-pc     pic x(1)  value "N".
       01 fim-exc      pic x(1)  value "N".
       01 tem-pendente pic x(1)  value "N".
       01 fim-bxp      pic x(1)  value "N".
       01 data-contagem pic 9(08) value zeros.
       01 data-hoje    pic 9(08) value zeros.
       01 ts-pedido    pic x(14) value spaces.
       01 motivo-inventario.
           02 filler       pic x(20) value "FALTANTE INVENTARIO ".
           02 motivo-cont  pic 9(08).
       01 qt-baixas        pic 9(06) value zeros.
       01 qt-pendcad       pic 9(06) value zeros.

       screen section.
       01 tela-inicial.
          02 line 2 col 2 value "Santos,    de            de     .".
          02 line 4 col 30 value "Nome da Empresa".
          02 line 6 col 25 value "Aprovacao do Inventario Fisico".
          02 line 7 col 27 value "Menu Principal" highlight.
          02 line 9 col 3 VALUE "1 - Aprovacao de Contagem".
          02 line 9 col 45 VALUE "2 - Cadastro Pendente".
          02 line 13 col 20 value "3 - Sair ".
          02 Line 18 col 5 value "Digite Sua Escolha".
       01 Tela-contagem.
          02 line 2 col 2 value "Santos,    de            de     .".
          02 line 4 col 30 value "Nome da Empresa".
          02 line 6 col 25 value "Aprovacao do Inventario Fisico".
          02 line 9 col 3 VALUE "Contagem (AAAAMMDD)".
          02 line 10 col 3 VALUE "Situacao".
          02 line 10 col 45 VALUE "Processada em".
          02 line 11 col 3
             VALUE "P-Em Processamento C-Concluida A-Aprovada".
          02 line 12 col 3 VALUE "Faltantes".
          02 line 13 col 3 VALUE "Nao Cadastrados".
          02 line 15 col 3 VALUE "Aprovada por".
          02 line 15 col 45 VALUE "Em".
          02 line 16 col 3 VALUE "Baixas Solicitadas".
          02 line 17 col 3 VALUE "Cadastros Pendentes".
       01 Tela-pendente.
          02 line 2 col 2 value "Santos,    de            de     .".
          02 line 4 col 30 value "Nome da Empresa".
          02 line 6 col 25 value "Aprovacao do Inventario Fisico".
          02 line 9 col 3 VALUE "Codigo Contado".
          02 line 10 col 3 VALUE "Contagem".
          02 line 11 col 3 VALUE "Local".
          02 line 11 col 45 VALUE "Depto".
          02 line 12 col 3 VALUE "Situacao".
          02 line 12 col 45 VALUE "Em".
          02 line 13 col 3
             VALUE "P-Pendente C-Cadastrado no BENS T-Terceiro".
          02 line 15 col 3 VALUE "Codigo no BEMTERC".
          02 line 16 col 3 VALUE "Descricao".

       procedure division.
      *-----------------------------------------------------------------
       Inicio.
           Perform abre-arq.
           Perform identifica-operador.
           Perform abertura until op = "3".
           close INVCONT INVEXC BEMS BXPEND PENDCAD.
           if sem-bemterc not = "S"
               close BEMTERC.
           exit program.
      *-----------------------------------------------------------------
       sai.
         exit program.
      *-----------------------------------------------------------------
       abre-arq.
                  OPEN I-O INVCONT.
           IF ARQST NOT = "00"
               CLOSE INVCONT
               OPEN OUTPUT INVCONT
               CLOSE INVCONT
               OPEN I-O INVCONT.
           OPEN I-O INVEXC.
           IF ARQST-IE NOT = "00"
               CLOSE INVEXC
               OPEN OUTPUT INVEXC
               CLOSE INVEXC
               OPEN I-O INVEXC.
           OPEN INPUT BEMS.
           IF ARQST-BEM NOT = "00"
               CLOSE BEMS
               OPEN OUTPUT BEMS
               CLOSE BEMS
               OPEN INPUT BEMS.
           OPEN I-O BXPEND.
           IF ARQST-BXP NOT = "00"
               CLOSE BXPEND
               OPEN OUTPUT BXPEND
               CLOSE BXPEND
               OPEN I-O BXPEND.
           OPEN I-O PENDCAD.
           IF ARQST-PC NOT = "00"
               CLOSE PENDCAD
               OPEN OUTPUT PENDCAD
               CLOSE PENDCAD
               OPEN I-O PENDCAD.
      *Sem BEMTERC.DAT (instalacao sem o TERCBEM) nao ha como marcar
      *um achado como terceiro.
           MOVE "N" TO SEM-BEMTERC.
           OPEN INPUT BEMTERC.
           IF ARQST-TERC NOT = "00"
               MOVE "S" TO SEM-BEMTERC.
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
           move "APRINV" to aud-programa
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
      *A aprovacao da contagem e ato de supervisor (nivel 3), como a
      *decisao sobre a fila do BXAPEND; a marcacao de terceiro no
      *cadastro pendente exige nivel 2, como o proprio TERCBEM.
           move spaces to op-continua
           evaluate op
           when "1"
               if nivel-log < 3
                   perform opcao-negada
               else
                   perform aprovacao until op-continua = "n" or "N"
               end-if
           when "2"
               if nivel-log < 2
                   perform opcao-negada
               else
                   perform cadastro-pendente
                       until op-continua = "n" or "N"
               end-if
           when "3"
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
           move zeros to IC-CONTAGEM-E PC-CODIGO-E PC-CODIGO-TERC-E.
           move "N" to achou-cont achou-pc.
           display espaco at 2321.
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
           display "Erro na gravacao do inventario." at 2321.
           stop " ".
      *-----------------------------------------------------------------
       aprovacao.
      *So a contagem concluida no RECINV e aprovada; em processamento
      *(interrompida ou rodando) ainda nao tem as excecoes completas.
           perform inicializar.
           display erase at 0101.
           display Tela-contagem.
           display "APROVACAO DE CONTAGEM" at 0727 with highlight.
           perform mostra-data.
           perform localiza-contagem.
           if achou-cont = "S"
              if IC-SITUACAO = "P"
                 display "Contagem em processamento no RECINV." at 2321
                 stop " "
              else
                 if IC-SITUACAO = "A"
                    display "Contagem ja aprovada." at 2321
                    stop " "
                 else
                    display "Aprovar a contagem <S/N> [ ]" at 2321
                    accept salva at 2347 with prompt auto
                    if salva = "S" or "s" then
                       perform aprova-contagem.
           perform continua.
      *-----------------------------------------------------------------
       localiza-contagem.
      *Sugere a contagem mais recente, que e quase sempre a que esta
      *a espera; o operador troca a data para outra.
           move 99999999 to IC-CONTAGEM.
           move zeros to IC-CONTAGEM-E.
           start INVCONT key is less than or equal IC-CONTAGEM
                invalid key move "10" to arqst
           end-start.
           if arqst = "00"
                read INVCONT previous record
                     at end move "10" to arqst
                end-read
                if arqst = "00"
                     move IC-CONTAGEM to IC-CONTAGEM-E.
           accept IC-CONTAGEM-E at 0926 with update.
           move IC-CONTAGEM-E to IC-CONTAGEM.
           read INVCONT invalid key
                display "Contagem nao encontrada." at 2321
                stop " "
           not invalid key
                move "S" to achou-cont
                perform mostra-contagem
           end-read.
      *-----------------------------------------------------------------
       mostra-contagem.
           display IC-SITUACAO at 1026.
           display IC-DT-PROC at 1060.
           move IC-TOTAL-FALTANTES to IC-TOTAL-FALT-E.
           move IC-TOTAL-NAOCAD to IC-TOTAL-NAOCAD-E.
           move IC-TOTAL-BAIXAS to IC-TOTAL-BAIXAS-E.
           move IC-TOTAL-PENDCAD to IC-TOTAL-PENDCAD-E.
           display IC-TOTAL-FALT-E at 1226.
           display IC-TOTAL-NAOCAD-E at 1326.
           display IC-APROVADOR at 1526.
           display IC-DT-APROVACAO at 1560.
           display IC-TOTAL-BAIXAS-E at 1626.
           display IC-TOTAL-PENDCAD-E at 1726.
      *-----------------------------------------------------------------
       aprova-contagem.
      *Percorre as excecoes da contagem e grava em cada uma o que foi
      *feito dela: B baixa solicitada (com a chave do pedido na fila),
      *C cadastro pendente aberto, J nada a fazer (bem ja baixado ou
      *codigo ja cadastrado/resolvido quando a contagem foi aprovada).
           move IC-CONTAGEM to data-contagem.
           move function current-date(1:8) to data-hoje.
           move zeros to qt-baixas qt-pendcad.
           move "N" to fim-exc.
           move data-contagem to IE-CONTAGEM.
           move low-values to IE-TIPO.
           move zeros to IE-CODIGO.
           start INVEXC key is greater than or equal IE-CHAVE
                invalid key move "S" to fim-exc
           end-start.
           perform le-excecao until fim-exc = "S".
           move data-contagem to IC-CONTAGEM.
           read INVCONT invalid key perform estuda-erro
           end-read.
           move reg-invcont to buffer-antes.
           move "A" to IC-SITUACAO.
           move operador-log to IC-APROVADOR.
           move data-hoje to IC-DT-APROVACAO.
           move qt-baixas to IC-TOTAL-BAIXAS.
           move qt-pendcad to IC-TOTAL-PENDCAD.
           rewrite reg-invcont invalid key perform estuda-erro
           end-rewrite.
           move reg-invcont to buffer-depois.
           move "A" to aud-operacao-ws.
           move IC-CONTAGEM to aud-chave-ws.
           perform grava-auditoria.
           perform mostra-contagem.
           display "Contagem aprovada." at 2321.
           stop " ".
      *-----------------------------------------------------------------
       le-excecao.
           read INVEXC next record at end move "S" to fim-exc
           not at end
                if IE-CONTAGEM not = data-contagem
                     move "S" to fim-exc
                else
                     if IE-SITUACAO = spaces
                          perform posta-excecao
                     end-if
                end-if
           end-read.
      *-----------------------------------------------------------------
       posta-excecao.
           if IE-TIPO = "F"
                perform posta-faltante
           else
                perform posta-nao-cadastrado.
           rewrite reg-invexc invalid key perform estuda-erro
           end-rewrite.
      *-----------------------------------------------------------------
       posta-faltante.
      *Bem que saiu do cadastro ou ja foi baixado depois da contagem
      *nao pede baixa; com solicitacao pendente (uma por bem, como no
      *BENS) a excecao aponta para ela em vez de abrir outra.
           move IE-CODIGO to CODIGO-BEM
           read BEMS invalid key
                move "B" to STATUS-BEM
           end-read
           if STATUS-BEM = "B"
                move "J" to IE-SITUACAO
           else
                perform verifica-pendente
                if tem-pendente not = "S"
                     perform grava-solicitacao
                     add 1 to qt-baixas
                end-if
                move "B" to IE-SITUACAO
                move BX-DATA-PED to IE-DATA-PED
                move BX-HORA-PED to IE-HORA-PED
           end-if.
      *-----------------------------------------------------------------
       verifica-pendente.
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
      *Mesmo pedido que o operador faria na baixa do BENS, com a data
      *da contagem como data da baixa e o motivo padrao com a
      *contagem, para o BXAPEND e a auditoria mostrarem a origem.
           move CODIGO-BEM to BX-CODIGO-BEM
           move function current-date(1:14) to ts-pedido
           move ts-pedido(1:8) to BX-DATA-PED
           move ts-pedido(9:6) to BX-HORA-PED
           move data-contagem to BX-DT-BAIXA
           move data-contagem to motivo-cont
           move motivo-inventario to BX-MOTIVO
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
           move CODIGO-BEM to aud-chave-ws
           perform grava-auditoria.
      *-----------------------------------------------------------------
       posta-nao-cadastrado.
      *O codigo pode ter sido cadastrado entre a contagem e a
      *aprovacao. Achado que ja esta pendente de outra contagem segue
      *na pendencia antiga; o marcado como terceiro com outro codigo
      *volta em toda contagem e nao reabre; o cadastrado no BENS que
      *sumiu do PATRIMO e foi achado de novo reabre com esta contagem.
           move IE-CODIGO to CODIGO-BEM
           read BEMS invalid key
                move "N" to achou-pc
           not invalid key
                move "S" to achou-pc
           end-read
           if achou-pc = "N" and sem-bemterc not = "S"
                move IE-CODIGO to TC-CODIGO
                read BEMTERC not invalid key
                     move "S" to achou-pc
                end-read
           end-if
           if achou-pc = "S"
                move "J" to IE-SITUACAO
           else
                move IE-CODIGO to PC-CODIGO
                read PENDCAD invalid key
                     perform abre-pendencia
                not invalid key
                     perform reabre-pendencia
                end-read
           end-if.
      *-----------------------------------------------------------------
       abre-pendencia.
           move spaces to buffer-antes
           perform monta-pendencia
           write reg-pendcad invalid key perform estuda-erro
           end-write
           perform audita-pendencia.
      *-----------------------------------------------------------------
       reabre-pendencia.
           evaluate PC-SITUACAO
               when "P"
                    move "C" to IE-SITUACAO
               when "T"
                    move "J" to IE-SITUACAO
               when other
                    move reg-pendcad to buffer-antes
                    perform monta-pendencia
                    rewrite reg-pendcad invalid key perform estuda-erro
                    end-rewrite
                    perform audita-pendencia
           end-evaluate.
      *-----------------------------------------------------------------
       monta-pendencia.
           move IE-CODIGO to PC-CODIGO
           move data-contagem to PC-CONTAGEM
           move IE-LOCAL to PC-LOCAL
           move IE-DEPTO to PC-DEPTO
           move "P" to PC-SITUACAO
           move data-hoje to PC-DT-INCLUSAO PC-DT-SITUACAO
           move operador-log to PC-OPERADOR
           move zeros to PC-CODIGO-TERC
           move "C" to IE-SITUACAO
           add 1 to qt-pendcad.
      *-----------------------------------------------------------------
       audita-pendencia.
           move reg-pendcad to buffer-depois
           move "I" to aud-operacao-ws
           move PC-CODIGO to aud-chave-ws
           perform grava-auditoria.
      *-----------------------------------------------------------------
       cadastro-pendente.
      *Consulta do achado e marcacao de terceiro: o item e de um
      *fornecedor e ja esta no BEMTERC sob outro codigo (etiqueta de
      *bem proprio num equipamento alugado, por exemplo). A inclusao
      *do proprio codigo no BENS ou no TERCBEM resolve a pendencia
      *la mesmo. Toda solucao de pendencia, aqui, no BENS e no
      *TERCBEM, sai na auditoria como operacao "C".
           perform inicializar.
           display erase at 0101.
           display Tela-pendente.
           display "CADASTRO PENDENTE" at 0727 with highlight.
           perform mostra-data.
           accept PC-CODIGO-E at 0926 with prompt auto.
           move PC-CODIGO-E to PC-CODIGO.
           read PENDCAD invalid key
                display "Codigo sem cadastro pendente." at 2321
                stop " "
           not invalid key
                move "S" to achou-pc
                perform mostra-pendencia
           end-read.
           if achou-pc = "S"
              if PC-SITUACAO not = "P"
                 display "Pendencia ja resolvida." at 2321
                 stop " "
              else
                 if sem-bemterc = "S"
                    display "Sem BEMTERC, rode o TERCBEM." at 2321
                    stop " "
                 else
                    perform marca-terceiro.
           perform continua.
      *-----------------------------------------------------------------
       mostra-pendencia.
           display PC-CONTAGEM at 1026.
           display PC-LOCAL at 1126.
           display PC-DEPTO at 1160.
           display PC-SITUACAO at 1226.
           display PC-DT-SITUACAO at 1260.
           move PC-CODIGO-TERC to PC-CODIGO-TERC-E.
           display PC-CODIGO-TERC-E at 1526.
           if PC-CODIGO-TERC not = zeros and sem-bemterc not = "S"
                move PC-CODIGO-TERC to TC-CODIGO
                read BEMTERC not invalid key
                     display TC-DESCRICAO at 1626
                end-read.
      *-----------------------------------------------------------------
       marca-terceiro.
           move "N" to achou-cont.
           perform testa-terceiro until achou-cont = "S".
           display "Marcar como terceiro <S/N> [ ]" at 2321.
           accept salva at 2349 with prompt auto.
           if salva = "S" or "s" then
                move reg-pendcad to buffer-antes
                move "T" to PC-SITUACAO
                move PC-CODIGO-TERC-E to PC-CODIGO-TERC
                move function current-date(1:8) to PC-DT-SITUACAO
                move operador-log to PC-OPERADOR
                rewrite reg-pendcad invalid key perform estuda-erro
                end-rewrite
                move reg-pendcad to buffer-depois
                move "C" to aud-operacao-ws
                move PC-CODIGO to aud-chave-ws
                perform grava-auditoria
                display PC-SITUACAO at 1226
                display PC-DT-SITUACAO at 1260.
      *-----------------------------------------------------------------
       testa-terceiro.
           accept PC-CODIGO-TERC-E at 1526 with prompt auto.
           move PC-CODIGO-TERC-E to TC-CODIGO.
           read BEMTERC invalid key
                display "Bem nao cadastrado no TERCBEM." at 2321
           not invalid key
                display TC-DESCRICAO at 1626
                display espaco at 2321
                move "S" to achou-cont
           end-read.
       end program APRINV.
