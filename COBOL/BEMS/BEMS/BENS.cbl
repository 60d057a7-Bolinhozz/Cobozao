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
              RECORD KEY BX-CHAVE
              FILE STATUS ARQST-BXP.

              SELECT TURNOBEM ASSIGN TO DISK-1
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY TU-CODIGO-BEM
              FILE STATUS ARQST-TU.

              SELECT REQCOMP ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RQ-NUMERO
              FILE STATUS ARQST-REQ.

              SELECT ORCAMENTO ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY OR-CHAVE
              FILE STATUS ARQST-ORC.

              SELECT KITBEM ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY KT-CODIGO-COMP
              ALTERNATE RECORD KEY KT-CODIGO-PAI WITH DUPLICATES
              FILE STATUS ARQST-KIT.

              SELECT FICHABEM ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY FT-CODIGO-BEM
              ALTERNATE RECORD KEY FT-SERIE WITH DUPLICATES
              FILE STATUS ARQST-FT.

              SELECT TRAVPER ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY TP-PERIODO
              FILE STATUS ARQST-TRV.

              SELECT PENDCAD ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY PC-CODIGO
              FILE STATUS ARQST-PC.

       data division.
       file section.
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
           02 NF-FORNECEDOR        PIC X(04).
           02 NF-DATA              PIC 9(08).
           02 NF-VALOR-TOTAL       PIC 9(08)V99.
           02 NF-VALOR-ICMS        PIC 9(08)V99.
           02 NF-REQUISICAO        PIC 9(06).

       FD  FORNEC LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "FORNEC.DAT".
           02 BX-DT-DECISAO      pic 9(08).
           02 BX-JUSTIF          pic x(30).

       fd  TURNOBEM label record standard
       value of file-id is "TURNOBEM.DAT".
       01 reg-turnobem.
           02 TU-CODIGO-BEM      pic 9(06).
           02 TU-TURNOS          pic 9(01).
           02 TU-DT-ALTERACAO    pic 9(08).
           02 TU-OPERADOR        pic x(10).

       fd  REQCOMP label record standard
       value of file-id is "REQCOMP.DAT".
       01 reg-reqcomp.
           02 Chaves-R.
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

       fd  KITBEM label record standard
       value of file-id is "KITBEM.DAT".
       01 reg-kitbem.
           02 KT-CODIGO-COMP     pic 9(06).
           02 KT-CODIGO-PAI      pic 9(06).
           02 KT-DT-INCLUSAO     pic 9(08).
           02 KT-OPERADOR        pic x(10).

      *Ficha tecnica: os primeiros 120 bytes (identificacao) sao a
      *imagem da auditoria; as linhas de especificacao ficam depois.
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

       FD  TRAVPER LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "TRAVPER.DAT".
       01 reg-travper.
           02 TP-PERIODO         PIC 9(06).
           02 TP-SITUACAO        PIC X(01).
           02 TP-ORIGEM          PIC X(08).
           02 TP-DT-SITUACAO     PIC 9(08).
           02 TP-OPERADOR        PIC X(10).
           02 TP-MOTIVO          PIC X(30).

       FD  PENDCAD LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "PENDCAD.DAT".
       01 reg-pendcad.
           02 PC-CODIGO          PIC 9(06).
           02 PC-CONTAGEM        PIC 9(08).
           02 PC-LOCAL           PIC X(06).
           02 PC-DEPTO           PIC X(04).
           02 PC-SITUACAO        PIC X(01).
           02 PC-DT-INCLUSAO     PIC 9(08).
           02 PC-DT-SITUACAO     PIC 9(08).
           02 PC-OPERADOR        PIC X(10).
           02 PC-CODIGO-TERC     PIC 9(06).

       WORKING-STORAGE SECTION.
       01 arqst-tipo   pic x(2).
       01 arqst-depto  pic x(2).
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
       01 arqst-nf     pic x(2).
       01 arqst-forn   pic x(2).
       01 arqst-bxp    pic x(2).
       01 tem-pendente pic x(1) value "N".
       01 fim-bxp      pic x(1) value "N".
       01 arqst-tu     pic x(2).
       01 turnos-dig   pic 9(01) value zeros.
       01 arqst-req    pic x(2).
       01 arqst-orc    pic x(2).
       01 orcamento-ok pic x(1) value "S".
       01 classe-bem   pic 9(02) value zeros.
       01 classe-lida  pic 9(02) value zeros.
       01 realizado-orc pic 9(09)v99 value zeros.
       01 fim-orc      pic x(1) value "N".
       01 tem-orcamento pic x(1) value "N".
       01 arqst-kit    pic x(2).
       01 fim-kit      pic x(1) value "N".
       01 kit-pai      pic 9(06) value zeros.
       01 kit-depto    pic x(04) value spaces.
       01 kit-comp     pic 9(06) value zeros.
       01 acao-kit     pic x(1) value spaces.
       01 kit-cascata  pic x(1) value "N".
       01 kit-dt-baixa pic 9(08) value zeros.
       01 kit-motivo   pic x(30) value spaces.
       01 qt-comp-ativos  pic 9(03) value zeros.
       01 qt-comp-emprest pic 9(03) value zeros.
       01 qt-comp-ed   pic zz9.
       01 linha-branca pic x(70) value spaces.
       01 arqst-ft     pic x(2).
       01 achou-ficha  pic x(1) value "N".
       01 serie-ok     pic x(1) value "N".
       01 fim-serie    pic x(1) value "N".
       01 serie-dig    pic x(25) value spaces.
       01 bem-serie    pic 9(06) value zeros.
       01 reg-fichabem-e.
           02 FT-FABRICANTE-E    pic x(30).
           02 FT-MODELO-E        pic x(30).
           02 FT-SERIE-E         pic x(25).
           02 FT-ESPEC-1-E       pic x(50).
           02 FT-ESPEC-2-E       pic x(50).
           02 FT-ESPEC-3-E       pic x(50).
           02 FT-ESPEC-4-E       pic x(50).
      *Codigos daqui para cima sao dos bens de terceiros do TERCBEM.
       01 INICIO-TERCEIROS pic 9(06) value 900000.
       01 ts-pedido    pic x(14) value spaces.
       01 registro-travado pic x(1) value "N".
       01 desiste-trava    pic x(1) value "N".
       01 TAB-TIPOS redefines TIPO.
           02 TIPO-T pic x(18) occurs 4 times.

      *Trava de periodo fechado (TRAVPER.DAT, ver TRAVPER): o
      *chamador poe a data do evento em data-evento e a chave do
      *lancamento em chave-evento antes do verifica-periodo.
       01 arqst-trv      pic x(02).
       01 arqst-pc       pic x(02).
       01 data-evento    pic 9(08) value zeros.
       01 chave-evento   pic x(15) value spaces.
       01 periodo-ok     pic x(01) value "S".
      *Aquisicao do bem como estava antes da alteracao; o
      *recebe-dados rele o PATRIMO pela nota e perde o registro lido.
       01 dt-aquisicao-ant  pic 9(08) value zeros.
       01 valor-compra-ant  pic 9(06)v99 value zeros.
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
          02 line 9 col 40 VALUE "4 - Consulta por codigo".
          02 line 10 col 3 VALUE "5 - Consulta por descricao".
          02 line 10 col 40 VALUE "6 - Lista por Tipo/Depto".
          02 line 11 col 3 VALUE "8 - Turnos de Uso (fiscal)".
          02 line 11 col 40 VALUE "9 - Composicao de Kit".
          02 line 12 col 3 VALUE "A - Ficha Tecnica".
          02 line 12 col 40 VALUE "B - Consulta por Serie".
          02 line 13 col 20 value "7 - Sair ".
          02 Line 18 col 5 value "Digite Sua Escolha".
       01 Tela-inclusao.
          02 line 14 col 30 VALUE "Descricao do Bem".
          02 line 14 col 63 VALUE "Tipo".
          02 line 14 col 70 VALUE "Depto".
       01 Tela-turnos.
          02 line 2 col 2 value "Santos,    de            de     .".
          02 line 4 col 30 value "Nome da Empresa".
          02 line 6 col 29 value "Controle de Patrimonio".
          02 line 7 col 25 value "TURNOS DE USO DO BEM" highlight.
          02 line 9 col 3 VALUE "Codigo do Bem".
          02 line 11 col 3 VALUE "Descricao do Bem".
          02 line 13 col 3 VALUE "Turnos por dia (1 a 3)".
          02 line 15 col 3 VALUE "1 = 8h, 2 = 16h, 3 = 24h de uso".
       01 Tela-kit.
          02 line 2 col 2 value "Santos,    de            de     .".
          02 line 4 col 30 value "Nome da Empresa".
          02 line 6 col 29 value "Controle de Patrimonio".
          02 line 7 col 25 value "COMPOSICAO DE KIT" highlight.
          02 line 9 col 3 VALUE "Codigo do Bem Pai".
          02 line 11 col 3 VALUE "Descricao do Bem".
          02 line 13 col 3 VALUE "Componente".
          02 line 13 col 30 VALUE "Descricao".
          02 line 13 col 63 VALUE "Depto".
          02 line 13 col 70 VALUE "Sit".
       01 Tela-ficha.
          02 line 2 col 2 value "Santos,    de            de     .".
          02 line 4 col 30 value "Nome da Empresa".
          02 line 6 col 29 value "Controle de Patrimonio".
          02 line 7 col 25 value "FICHA TECNICA DO BEM" highlight.
          02 line 9 col 3 VALUE "Codigo do Bem".
          02 line 11 col 3 VALUE "Descricao do Bem".
          02 line 13 col 3 VALUE "Fabricante".
          02 line 14 col 3 VALUE "Modelo".
          02 line 15 col 3 VALUE "Numero de Serie".
          02 line 17 col 3 VALUE "Especificacao".
       01 MENSAGENS.
           02 line 21 col 10 value "ERRO: Valor Invalido".
           02 line 21 col 10 value "ERRO: Depto nao encontrado".
               CLOSE DEPTOS
               OPEN INPUT DEPTOS.
           OPEN INPUT NOTAFIS.
           IF ARQST-NF = "35"
               CLOSE NOTAFIS
               OPEN OUTPUT NOTAFIS
               CLOSE NOTAFIS
               OPEN INPUT NOTAFIS.
           IF ARQST-NF NOT = "00"
               DISPLAY "ERRO NA ABERTURA DE NOTAFIS.DAT - " ARQST-NF
               DISPLAY "(STATUS 39: LAYOUT ANTIGO, RODE O CONVARQ)"
               STOP RUN.
           OPEN INPUT FORNEC.
           IF ARQST-FORN NOT = "00"
               CLOSE FORNEC
               OPEN OUTPUT BXPEND
               CLOSE BXPEND
               OPEN I-O BXPEND.
           OPEN I-O TURNOBEM.
           IF ARQST-TU NOT = "00"
               CLOSE TURNOBEM
               OPEN OUTPUT TURNOBEM
               CLOSE TURNOBEM
               OPEN I-O TURNOBEM.
           OPEN INPUT REQCOMP.
           IF ARQST-REQ NOT = "00"
               CLOSE REQCOMP
               OPEN OUTPUT REQCOMP
               CLOSE REQCOMP
               OPEN INPUT REQCOMP.
           OPEN INPUT ORCAMENTO.
           IF ARQST-ORC NOT = "00"
               CLOSE ORCAMENTO
               OPEN OUTPUT ORCAMENTO
               CLOSE ORCAMENTO
               OPEN INPUT ORCAMENTO.
           OPEN I-O KITBEM.
           IF ARQST-KIT NOT = "00"
               CLOSE KITBEM
               OPEN OUTPUT KITBEM
               CLOSE KITBEM
               OPEN I-O KITBEM.
           OPEN I-O FICHABEM.
           IF ARQST-FT NOT = "00"
               CLOSE FICHABEM
               OPEN OUTPUT FICHABEM
               CLOSE FICHABEM
               OPEN I-O FICHABEM.

      *-----------------------------------------------------------------
       identifica-operador.
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
               perform consulta-d until op-continua = "n" or "N"
           when "6"
               perform lista-tipo-depto until op-continua = "n" or "N"
      *Turnos de uso alimentam a depreciacao acelerada do livro
      *fiscal no DEPREBEM; mesmo nivel da alteracao.
           when "8"
               if nivel-log < 2
                   perform opcao-negada
               else
                   perform turnos-uso until op-continua = "n" or "N"
               end-if
      *Composicao de kit (pai e componentes) em KITBEM.DAT; mesmo
      *nivel da alteracao.
           when "9"
               if nivel-log < 2
                   perform opcao-negada
               else
                   perform composicao-kit
                       until op-continua = "n" or "N"
               end-if
      *Ficha tecnica (fabricante, modelo, serie e especificacao) em
      *FICHABEM.DAT; mesmo nivel da alteracao. A consulta pela serie
      *e livre, como as demais consultas.
           when "A" when "a"
               if nivel-log < 2
                   perform opcao-negada
               else
                   perform ficha-tecnica until op-continua = "n" or "N"
               end-if
           when "B" when "b"
               perform consulta-serie until op-continua = "n" or "N"
           when "7"
               perform sai.
      *-----------------------------------------------------------------
       turnos-uso.
      *Bem sem registro em TURNOBEM.DAT deprecia a 1 turno no livro
      *fiscal; voltar para 1 regrava o registro em vez de excluir,
      *para a auditoria guardar o historico da mudanca.
           perform inicializar.
           display erase at 0101.
           display Tela-turnos at 0101.
           perform mostra-data.
           accept CODIGO-BEM-E at 0926.
           move CODIGO-BEM-E to CODIGO-BEM.
           read BEMS invalid key
                display "Registro nao encontrado." at 2321
           not invalid key
                display DESCRICAO-BEM at 1126
                if STATUS-BEM = "B"
                     display "Bem ja baixado anteriormente." at 2321
                else
                     perform recebe-turnos
                end-if
           end-read.
           perform continua.
      *-----------------------------------------------------------------
       recebe-turnos.
           move CODIGO-BEM to TU-CODIGO-BEM
           read TURNOBEM invalid key
                move CODIGO-BEM to TU-CODIGO-BEM
                move 1 to TU-TURNOS
                move zeros to TU-DT-ALTERACAO
                move spaces to TU-OPERADOR
                move spaces to buffer-antes
           not invalid key
                move reg-turnobem to buffer-antes
           end-read
           move TU-TURNOS to turnos-dig
           move zeros to wigual
           perform testa-turnos until wigual = 1
           display "Salvar <S/N> [ ]" at 2321
           accept salva at 2335 with prompt auto
           if salva = "S" or "s" then
                move turnos-dig to TU-TURNOS
                move function current-date(1:8) to TU-DT-ALTERACAO
                move operador-log to TU-OPERADOR
                write reg-turnobem invalid key
                     rewrite reg-turnobem
                end-write
                move reg-turnobem to buffer-depois
                move "T" to aud-operacao-ws
                move CODIGO-BEM to aud-chave-ws
                perform grava-auditoria
                display espaco at 2321.
      *-----------------------------------------------------------------
       testa-turnos.
           move 1 to wigual
           accept turnos-dig at 1330 with update
           if turnos-dig < 1 or turnos-dig > 3 then
                display "Informe de 1 a 3 turnos." at 2321
                move zeros to wigual
           else
                display espaco at 2321.
      *-----------------------------------------------------------------
       composicao-kit.
      *Kit de um nivel so: o pai nao pode ser componente de outro kit
      *e o componente nao pode ser pai nem estar em dois kits (a chave
      *de KITBEM.DAT e o proprio componente). Componente baixado
      *continua ligado ao kit para o historico, mas nao conta como
      *ativo na transferencia e na baixa do pai.
           perform inicializar.
           display erase at 0101.
           display Tela-kit at 0101.
           perform mostra-data.
           accept CODIGO-BEM-E at 0926.
           move CODIGO-BEM-E to CODIGO-BEM.
           read BEMS invalid key
                display "Registro nao encontrado." at 2321
           not invalid key
                display DESCRICAO-BEM at 1126
                if STATUS-BEM = "B"
                     display "Bem ja baixado anteriormente." at 2321
                else
                     move CODIGO-BEM to KT-CODIGO-COMP
                     read KITBEM invalid key
                          move CODIGO-BEM to kit-pai
                          move CODIGO-DEPTO to kit-depto
                          move spaces to acao-kit
                          perform manutencao-kit until acao-kit = "F"
                     not invalid key
                          display "Bem e componente do kit" at 2321
                          display KT-CODIGO-PAI at 2345
                     end-read
                end-if
           end-read.
           perform continua.
      *-----------------------------------------------------------------
       manutencao-kit.
           perform mostra-componentes.
           display linha-branca at 2203.
           display "I(ncluir) R(etirar) F(im) [ ]" at 2203.
           move spaces to acao-kit.
           accept acao-kit at 2231 with prompt auto.
           evaluate acao-kit
               when "I" when "i"
                   perform inclui-componente
               when "R" when "r"
                   perform retira-componente
               when "F" when "f"
                   move "F" to acao-kit
               when other
                   continue
           end-evaluate.
      *-----------------------------------------------------------------
       mostra-componentes.
      *Um componente por vez na linha 15, como a lista por tipo/depto.
           move kit-pai to KT-CODIGO-PAI
           move "N" to fim-kit
           start KITBEM key is equal to KT-CODIGO-PAI
                invalid key
                     move "S" to fim-kit
                     display linha-branca at 1503
                     display "Kit sem componentes." at 1503
           end-start
           perform mostra-componente until fim-kit = "S".
      *-----------------------------------------------------------------
       mostra-componente.
           read KITBEM next record key is KT-CODIGO-PAI
                at end move "S" to fim-kit
           not at end
                if KT-CODIGO-PAI not = kit-pai
                     move "S" to fim-kit
                else
                     move KT-CODIGO-COMP to CODIGO-BEM
                     read BEMS invalid key
                          move spaces to DESCRICAO-BEM CODIGO-DEPTO
                          move "?" to STATUS-BEM
                     end-read
                     display linha-branca at 1503
                     display KT-CODIGO-COMP at 1503
                     display DESCRICAO-BEM at 1530
                     display CODIGO-DEPTO at 1563
                     display STATUS-BEM at 1571
                     display "Mais <S/N> [ ]" at 1803
                     accept op-continua at 1815 with prompt auto
                     if op-continua = "N" or "n"
                          move "S" to fim-kit
                     end-if
                end-if
           end-read.
      *-----------------------------------------------------------------
       inclui-componente.
           move zeros to kit-comp.
           display "Componente" at 2238.
           accept kit-comp at 2250.
           display espaco at 2321.
           if kit-comp = kit-pai or kit-comp = zeros
                display "Componente invalido." at 2321
           else
                move kit-comp to CODIGO-BEM
                read BEMS invalid key
                     display "Registro nao encontrado." at 2321
                not invalid key
                     perform testa-componente
                end-read
           end-if.
      *-----------------------------------------------------------------
       testa-componente.
           move kit-comp to KT-CODIGO-PAI
           start KITBEM key is equal to KT-CODIGO-PAI
                invalid key move "N" to fim-kit
                not invalid key move "S" to fim-kit
           end-start
           if STATUS-BEM = "B"
                display "Bem ja baixado anteriormente." at 2321
           else
           if fim-kit = "S"
                display "Bem ja e pai de outro kit." at 2321
           else
                move kit-comp to KT-CODIGO-COMP
                read KITBEM invalid key
                     perform grava-componente
                not invalid key
                     display "Bem ja e componente do kit" at 2321
                     display KT-CODIGO-PAI at 2348
                end-read
           end-if
           end-if.
      *-----------------------------------------------------------------
       grava-componente.
           move kit-comp to KT-CODIGO-COMP
           move kit-pai to KT-CODIGO-PAI
           move function current-date(1:8) to KT-DT-INCLUSAO
           move operador-log to KT-OPERADOR
           write reg-kitbem invalid key
                display "Erro na gravacao do componente." at 2321
           not invalid key
                move spaces to buffer-antes
                move reg-kitbem to buffer-depois
                move "K" to aud-operacao-ws
                move kit-comp to aud-chave-ws
                perform grava-auditoria
                if CODIGO-DEPTO not = kit-depto
                     display "Incluido; componente em outro depto."
                         at 2321
                else
                     display "Componente incluido no kit." at 2321
                end-if
           end-write.
      *-----------------------------------------------------------------
       retira-componente.
           move zeros to kit-comp.
           display "Componente" at 2238.
           accept kit-comp at 2250.
           display espaco at 2321.
           move kit-comp to KT-CODIGO-COMP.
           read KITBEM invalid key
                move zeros to KT-CODIGO-PAI
           end-read.
           if KT-CODIGO-PAI not = kit-pai
                display "Bem nao e componente deste kit." at 2321
           else
                delete KITBEM invalid key perform estuda-erro
                not invalid key
                     move reg-kitbem to buffer-antes
                     move spaces to buffer-depois
                     move "K" to aud-operacao-ws
                     move kit-comp to aud-chave-ws
                     perform grava-auditoria
                     display "Componente retirado do kit." at 2321
                end-delete.
      *-----------------------------------------------------------------
       conta-componentes.
      *Componentes ativos do kit cujo pai esta em kit-pai, pela chave
      *alternada do pai; componente emprestado conta a parte porque
      *segura a baixa do kit inteiro. Le os componentes na area do
      *registro de PATRIMO.DAT.
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
      *Baixa em cascata: cada componente ativo recebe a mesma data e
      *o mesmo motivo do pai, com a sua propria auditoria.
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
      *A imagem sai editada como a da baixa do proprio bem, para a
      *operacao "E" do BENS ter um layout so no CONSAUD.
           if STATUS-BEM not = "B"
                perform carrega-edicao
                move reg-BEMS-E to buffer-antes
                move "B" to STATUS-BEM
                move kit-dt-baixa to DT-BAIXA
                move kit-motivo to MOTIVO-BAIXA
                rewrite reg-BEMS invalid key
                     continue
                not invalid key
                     perform carrega-edicao
                     move reg-BEMS-E to buffer-depois
                     move "E" to aud-operacao-ws
                     move CODIGO-BEM to aud-chave-ws
                     perform grava-auditoria
                end-rewrite.
      *-----------------------------------------------------------------
       ficha-tecnica.
      *O numero de serie e unico entre as fichas (em maiusculas, para
      *"abc123" e "ABC123" nao passarem como dois); bem sem serie
      *conhecida fica com a serie em branco. Bem baixado so mostra a
      *ficha, que continua valendo para a consulta pela serie.
           perform inicializar.
           display erase at 0101.
           display Tela-ficha at 0101.
           perform mostra-data.
           accept CODIGO-BEM-E at 0926.
           move CODIGO-BEM-E to CODIGO-BEM.
           read BEMS invalid key
                display "Registro nao encontrado." at 2321
           not invalid key
                display DESCRICAO-BEM at 1126
                perform carrega-ficha
                perform mostra-ficha
                if STATUS-BEM = "B"
                     display "Bem ja baixado anteriormente." at 2321
                else
                     perform recebe-ficha
                end-if
           end-read.
           perform continua.
      *-----------------------------------------------------------------
       carrega-ficha.
           move CODIGO-BEM to FT-CODIGO-BEM
           read FICHABEM invalid key
                move "N" to achou-ficha
                move spaces to reg-fichabem-e
                move spaces to buffer-antes
           not invalid key
                move "S" to achou-ficha
                move FT-FABRICANTE to FT-FABRICANTE-E
                move FT-MODELO to FT-MODELO-E
                move FT-SERIE to FT-SERIE-E
                move FT-ESPEC-1 to FT-ESPEC-1-E
                move FT-ESPEC-2 to FT-ESPEC-2-E
                move FT-ESPEC-3 to FT-ESPEC-3-E
                move FT-ESPEC-4 to FT-ESPEC-4-E
                move reg-fichabem to buffer-antes
           end-read.
      *-----------------------------------------------------------------
       mostra-ficha.
           display FT-FABRICANTE-E at 1326.
           display FT-MODELO-E at 1426.
           display FT-SERIE-E at 1526.
           display FT-ESPEC-1-E at 1726.
           display FT-ESPEC-2-E at 1826.
           display FT-ESPEC-3-E at 1926.
           display FT-ESPEC-4-E at 2026.
      *-----------------------------------------------------------------
       recebe-ficha.
           accept FT-FABRICANTE-E at 1326 with update.
           accept FT-MODELO-E at 1426 with update.
           move "N" to serie-ok.
           perform testa-serie until serie-ok = "S".
           accept FT-ESPEC-1-E at 1726 with update.
           accept FT-ESPEC-2-E at 1826 with update.
           accept FT-ESPEC-3-E at 1926 with update.
           accept FT-ESPEC-4-E at 2026 with update.
           display "Salvar <S/N> [ ]" at 2321.
           accept salva at 2335 with prompt auto.
           if salva = "S" or "s" then
                perform grava-ficha.
      *-----------------------------------------------------------------
       testa-serie.
           move "S" to serie-ok.
           accept FT-SERIE-E at 1526 with update.
           inspect FT-SERIE-E converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           display FT-SERIE-E at 1526.
           display espaco at 2321.
           if FT-SERIE-E not = spaces
                move FT-SERIE-E to serie-dig
                perform procura-serie
                if bem-serie not = zeros
                   and bem-serie not = CODIGO-BEM
                     move "N" to serie-ok
                     display "Serie ja cadastrada no bem" at 2321
                     display bem-serie at 2348.
      *-----------------------------------------------------------------
       procura-serie.
      *Devolve em bem-serie o bem cuja ficha tem a serie serie-dig
      *(zeros se nenhum), lendo todas as fichas da serie para nao
      *parar no proprio bem em edicao.
           move zeros to bem-serie.
           move serie-dig to FT-SERIE.
           move "N" to fim-serie.
           start FICHABEM key is equal to FT-SERIE
                invalid key move "S" to fim-serie
           end-start.
           perform le-serie until fim-serie = "S".
      *-----------------------------------------------------------------
       le-serie.
           read FICHABEM next record key is FT-SERIE
                at end move "S" to fim-serie
           not at end
                if FT-SERIE not = serie-dig
                     move "S" to fim-serie
                else
                     if bem-serie = zeros
                        or bem-serie = CODIGO-BEM
                          move FT-CODIGO-BEM to bem-serie
                     end-if
                end-if
           end-read.
      *-----------------------------------------------------------------
       grava-ficha.
           move CODIGO-BEM to FT-CODIGO-BEM.
           move FT-FABRICANTE-E to FT-FABRICANTE.
           move FT-MODELO-E to FT-MODELO.
           move FT-SERIE-E to FT-SERIE.
           move function current-date(1:8) to FT-DT-ALTERACAO.
           move operador-log to FT-OPERADOR.
           move spaces to reg-fichabem (110:11).
           move FT-ESPEC-1-E to FT-ESPEC-1.
           move FT-ESPEC-2-E to FT-ESPEC-2.
           move FT-ESPEC-3-E to FT-ESPEC-3.
           move FT-ESPEC-4-E to FT-ESPEC-4.
           move "00" to arqst-ft.
           if achou-ficha = "S"
                rewrite reg-fichabem invalid key move "23" to arqst-ft
                end-rewrite
           else
                write reg-fichabem invalid key move "22" to arqst-ft
                end-write.
           if arqst-ft not = "00"
                display "Erro na gravacao da ficha." at 2321
           else
                move reg-fichabem to buffer-depois
                move "H" to aud-operacao-ws
                move CODIGO-BEM to aud-chave-ws
                perform grava-auditoria
                move "S" to achou-ficha
                display "Ficha gravada." at 2321.
      *-----------------------------------------------------------------
       consulta-serie.
      *Acha o bem pelo numero de serie da ficha tecnica (o que o
      *fornecedor informa quando recolhe um equipamento); bem ja
      *expurgado aparece pelo ARQMORTO.DAT, como na consulta.
           display erase at 0101.
           display Tela-consulta at 0101.
           display "Consulta por Serie" at 0730 with highlight.
           perform inicializar.
           perform mostra-data.
           move spaces to serie-dig.
           display "Numero de Serie: " at 2103.
           accept serie-dig at 2120.
           inspect serie-dig converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move zeros to CODIGO-BEM.
           perform procura-serie.
           if bem-serie = zeros
                display "Serie nao cadastrada." at 2321
           else
                move bem-serie to FT-CODIGO-BEM
                read FICHABEM invalid key
                     continue
                end-read
                move "S" to mostra-baixa
                move bem-serie to CODIGO-BEM
                read BEMS invalid key
                     perform tenta-arquivo-morto
                end-read
                if arqst = "00"
                     perform mostra-tela
                     display linha-branca at 2103
                     display "Fabr:" at 2103
                     display FT-FABRICANTE at 2109
                     display "Mod:" at 2140
                     display FT-MODELO at 2145.
           perform continua.
      *-----------------------------------------------------------------
       opcao-negada.
           display "Opcao nao permitida para seu nivel." at 2321.
           perform inicializar.
           perform testa-codbem until wigual = 1.
           perform recebe-dados.
           perform verifica-orcamento.
           if orcamento-ok = "S"
                move DT-AQUISICAO-E to data-evento
                move CODIGO-BEM-E to chave-evento
                perform verifica-periodo
                if periodo-ok = "S"
                     perform grava.
           perform continua.
      *-----------------------------------------------------------------     
       tela-inclu.
                display "Digite um codigo diferente de zero." at 2321
                set wigual to 0
           else
                if CODIGO-BEM-E >= INICIO-TERCEIROS
                     display espaco at 2321
                     display "Faixa reservada a bens de terceiros."
                         at 2321
                     set wigual to 0
                else
                     move CODIGO-BEM-E to CODIGO-BEM
                     read BEMS not invalid key perform ja-cadastrado.
       
       ja-cadastrado.
           display espaco at 2321
      *A nota precisa estar registrada no CADNF; varios bens podem
      *apontar para a mesma nota (a soma e conferida em testa-valor).
      *A leitura deixa NF-DATA e NF-VALOR-TOTAL carregados e mostra o
      *fornecedor registrado. A requisicao aprovada da nota so e
      *exigida na inclusao (verifica-orcamento): bem antigo, de nota
      *anterior ao REQBEM, continua podendo ser alterado.
           accept NOTA-FISCAL-E at 1366
           if NOTA-FISCAL-E = zeros then
                display "Digite a Nota fiscal." at 2110
                     perform mostra-fornecedor
                end-read.

       verifica-orcamento.
      *O bem entra no depto e na classe da requisicao da nota
      *(classe = dois primeiros digitos do CODIGO-TIPO, como no
      *CADTIPO). O realizado do ano e a soma dos VALOR-COMPRA dos
      *bens do mesmo depto e classe adquiridos no ano da requisicao;
      *se com este bem passar do orcado (ou nao houver orcamento) o
      *nivel 2 e barrado e o supervisor so inclui confirmando.
           move "S" to orcamento-ok
           move NF-REQUISICAO to RQ-NUMERO
           read REQCOMP invalid key
                move spaces to RQ-SITUACAO
           end-read
           move CODIGO-TIPO-E (1:2) to classe-bem
           if RQ-SITUACAO not = "A" then
                display "Nota sem requisicao aprovada." at 2321
                move "N" to orcamento-ok
           else
           if CODIGO-DEPTO-E not = RQ-CODIGO-DEPTO
              or classe-bem not = RQ-CLASSE then
                display "Depto/classe diferente da requisicao."
                    at 2321
                move "N" to orcamento-ok
           else
                perform soma-realizado-depto
                move RQ-ANO to OR-ANO
                move RQ-CODIGO-DEPTO to OR-CODIGO-DEPTO
                move RQ-CLASSE to OR-CLASSE
                move "S" to tem-orcamento
                read ORCAMENTO invalid key
                     move "N" to tem-orcamento
                end-read
                if tem-orcamento = "N"
                   or realizado-orc + VALOR-COMPRA-E > OR-VALOR-ORCADO
                     perform orcamento-estourado
                end-if
           end-if
           end-if
           if orcamento-ok = "N"
                stop " "
                display espaco at 2321.

       orcamento-estourado.
           if nivel-log < 3 then
                display "Orcamento do depto estourado, inclusao negada."
                    at 2321
                move "N" to orcamento-ok
           else
                display "Orcamento estourado. Incluir <S/N> [ ]"
                    at 2321
                accept salva at 2357 with prompt auto
                display espaco at 2321
                if salva not = "S" and salva not = "s"
                     move "N" to orcamento-ok
                     display "Inclusao cancelada." at 2321
                end-if
           end-if.

       soma-realizado-depto.
      *Leitura pela chave alternada CODIGO-DEPTO, como a lista por
      *depto; baixados contam, o gasto do ano ja aconteceu.
           move zeros to realizado-orc
           move "N" to fim-orc
           move CODIGO-DEPTO-E to CODIGO-DEPTO
           start BEMS key is equal to CODIGO-DEPTO
                invalid key move "S" to fim-orc
           end-start
           perform le-bem-depto-orc until fim-orc = "S".

       le-bem-depto-orc.
           read BEMS next record key is CODIGO-DEPTO
                at end move "S" to fim-orc
           not at end
                if CODIGO-DEPTO not = CODIGO-DEPTO-E then
                     move "S" to fim-orc
                else
                     move CODIGO-TIPO (1:2) to classe-lida
                     if classe-lida = classe-bem
                        and DT-AQUISICAO (1:4) = RQ-ANO
                        and CODIGO-BEM not = CODIGO-BEM-E
                          add VALOR-COMPRA to realizado-orc
                     end-if
                end-if
           end-read.

       mostra-fornecedor.
           move NF-FORNECEDOR to CODIGO-FORN
           read FORNEC invalid key
           if salva = "S" or "s" then
                perform descarrega-edicao
                write reg-BEMS invalid key perform estuda-erro
                not invalid key
                     move spaces to buffer-antes
                     move reg-BEMS-E to buffer-depois
                     move "I" to aud-operacao-ws
                     move CODIGO-BEM-E to aud-chave-ws
                     perform grava-auditoria
                     perform resolve-pendencia
                end-write
                display arqst at 2221.
                
                
       continua.
                       display espaco at 2319
                       display "Bem emprestado, baixa negada." at 2321
                   else
                       perform verifica-kit
                       if kit-cascata = "R" then
                           display espaco at 2319
                           display "Kit com componentes ativos, baixa "
                               "negada." at 2321
                       else
                           display "Deseja dar baixa no bem <S/N> [ ]"
                               at 2319
                           accept salva at 2352 with prompt auto
                           if salva = "S" or "s" then
                               perform recebe-baixa
                           end-if
                       end-if
                   end-if
               else
                           display "Ja ha solicitacao pendente."
                               at 2321
                       else
                           perform verifica-kit
                           if kit-cascata = "R" then
                               display espaco at 2319
                               display "Kit com componentes ativos, "
                                   "baixa negada." at 2321
                           else
                               perform recebe-solicitacao
                           end-if
                       end-if
                   end-if
               else
           perform destrava.
           display espaco at 2315.
           perform continua.
      *-----------------------------------------------------------------
       verifica-kit.
      *Pai de kit com componentes ativos so baixa levando o kit todo
      *(kit-cascata "S"); recusado ou com componente emprestado a
      *baixa e negada ("R"). Na solicitacao de nivel 2 o aceite so
      *libera o pedido do pai: quem baixa os componentes e o
      *supervisor, ao aprovar o pai no BXAPEND. Restaura o registro
      *do pai, que a contagem desloca.
           move "N" to kit-cascata
           move CODIGO-BEM to kit-pai
           perform conta-componentes
           move kit-pai to CODIGO-BEM
           read BEMS invalid key
                continue
           end-read
           if qt-comp-ativos > 0
                move "R" to kit-cascata
                if qt-comp-emprest > 0
                     display "Componente do kit emprestado." at 2221
                else
                     move qt-comp-ativos to qt-comp-ed
                     display "Kit com      componentes ativos." at 2219
                     display qt-comp-ed at 2228
                     display "Baixar o kit todo <S/N> [ ]" at 2319
                     accept salva at 2344 with prompt auto
                     display linha-branca at 2219
                     display linha-branca at 2319
                     if salva = "S" or "s"
                          move "S" to kit-cascata
                     end-if
                end-if
           end-if.
      *-----------------------------------------------------------------
       verifica-pendente.
      *Uma solicitacao pendente por bem: varre a fila a partir do
           move reg-BEMS-E to buffer-antes
           perform testa-dtbaixa  until DT-BAIXA-E  not = "00/00/0000"
           perform testa-motivo   until MOTIVO-BAIXA-E not = spaces
      *A baixa cai no periodo da data da baixa; os componentes do kit
      *saem com a mesma data e ficam cobertos pela mesma liberacao.
           move DT-BAIXA-E to data-evento
           move CODIGO-BEM-E to chave-evento
           perform verifica-periodo
           if periodo-ok not = "S"
                display espaco at 2319
                display "Baixa nao gravada." at 2321
           else
                move "B" to STATUS-BEM-E
                perform descarrega-edicao
                rewrite reg-BEMS invalid key perform estuda-erro
                not invalid key
                     move reg-BEMS-E to buffer-depois
                     move "E" to aud-operacao-ws
                     move CODIGO-BEM-E to aud-chave-ws
                     perform grava-auditoria
                     if kit-cascata = "S"
                          move DT-BAIXA to kit-dt-baixa
                          move MOTIVO-BAIXA to kit-motivo
                          perform baixa-componentes
                     end-if
                     display espaco at 2319
                     display "Bem baixado com sucesso." at 2321
                end-rewrite.
      *-----------------------------------------------------------------
       testa-dtbaixa.
           accept DT-BAIXA-E at 1520
           perform le-dados.
           if wigual <> 1
              move reg-BEMS-E to buffer-antes
              move DT-AQUISICAO to dt-aquisicao-ant
              move VALOR-COMPRA to valor-compra-ant
              perform altera-dados
              perform recebe-dados
              perform periodo-alteracao
              move "N" to salva
              if periodo-ok = "S"
                 display "Deseja salvar alteracao <S/N> [ ]" at 2319
                 accept salva at 2350 with prompt auto
              end-if
              if salva = "S" or "s" then
                 perform descarrega-edicao
                 rewrite reg-BEMS invalid key perform estuda-erro
                 not invalid key
                      move reg-BEMS-E to buffer-depois
                      move "A" to aud-operacao-ws
                      move CODIGO-BEM-E to aud-chave-ws
                      perform grava-auditoria
                 end-rewrite
                 display espaco at 2315.
           perform destrava.
           perform continua.
      *-----------------------------------------------------------------
       periodo-alteracao.
      *Alteracao de data ou de valor de aquisicao mexe no periodo da
      *aquisicao; mudando a data, no antigo e no novo. Alteracao so
      *de descricao, tipo ou depto passa direto.
           move "S" to periodo-ok.
           move CODIGO-BEM-E to chave-evento.
           move DT-AQUISICAO-E to data-evento.
           if data-evento not = dt-aquisicao-ant
              or VALOR-COMPRA-E not = valor-compra-ant
               perform verifica-periodo
               if periodo-ok = "S"
                  and data-evento not = dt-aquisicao-ant
                   move dt-aquisicao-ant to data-evento
                   perform verifica-periodo.
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
      *-----------------------------------------------------------------
       resolve-pendencia.
      *Codigo achado no inventario sem cadastro e posto em PENDCAD.DAT
      *pela aprovacao da contagem (ver APRINV): a inclusao do bem
      *proprio aqui resolve a pendencia, auditada como operacao "C"
      *com a imagem de PENDCAD.DAT. Sem PENDCAD.DAT nao ha pendencia.
           open i-o PENDCAD.
           if arqst-pc not = "00"
               close PENDCAD
           else
               move CODIGO-BEM-E to PC-CODIGO
               read PENDCAD invalid key
                    move spaces to PC-SITUACAO
               end-read
               if PC-SITUACAO = "P"
                    move reg-pendcad to buffer-antes
                    move "C" to PC-SITUACAO
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
       end program BEMS.        
       
