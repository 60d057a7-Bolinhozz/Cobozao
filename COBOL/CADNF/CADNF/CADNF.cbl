      *valor total. A inclusao de bens no BENS passa a exigir a nota
      *registrada aqui, sugere a data da aquisicao a partir da data da
      *nota e confere a soma dos VALOR-COMPRA contra o total dela.
      *O ICMS destacado na nota (NF-VALOR-ICMS) e o credito que o
      *CIAPBEM rateia entre os bens da nota pelo VALOR-COMPRA e
      *apropria em 48 parcelas mensais; nota sem credito fica com
      *ICMS zero.
      *Toda nota e ligada a uma requisicao de compra aprovada no
      *REQBEM (NF-REQUISICAO); nota acima do valor da requisicao e
      *aceita com aviso, o orcamento e conferido na inclusao do bem.
      *Entrada assinada contra OPERADOR.DAT e registro em
      *AUDITORIA.LOG como nos demais programas de manutencao.

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
           alternate record key CODIGO-TIPO-CHK with duplicates
           file status arqst-bem.

           select REQCOMP assign to disk-4
           organization indexed
           access mode dynamic
           record key RQ-NUMERO
           file status arqst-req.

       data division.
       file section.
       fd  NOTAFIS
           02 NF-FORNECEDOR      pic x(04).
           02 NF-DATA            pic 9(08).
           02 NF-VALOR-TOTAL     pic 9(08)v99.
           02 NF-VALOR-ICMS      pic 9(08)v99.
           02 NF-REQUISICAO      pic 9(06).

       fd  FORNEC label record standard
       value of file-id is "FORNEC.DAT".
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
           02 DT-BAIXA-CHK         pic 99999999.
           02 MOTIVO-BAIXA-CHK     pic x(30).

       fd  REQCOMP label record standard
       value of file-id is "REQCOMP.DAT".
       01 reg-reqcomp.
           02 Chaves-rq.
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

       WORKING-STORAGE SECTION.
       01 reg-notafis-e.
           02 Chaves-e.
           02 NF-FORNECEDOR-e     pic x(04).
           02 NF-DATA-e           pic 99/99/9999.
           02 NF-VALOR-TOTAL-e    pic 9(08)v99.
           02 NF-VALOR-ICMS-e     pic 9(08)v99.
           02 NF-REQUISICAO-e     pic 9(06).
       01 arqst-forn               pic x(02).
       01 arqst-bem                pic x(02).
       01 arqst-req                pic x(02).
       01 nota-em-uso              pic x(01) value "N".
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
       01 operador-log             pic x(10) value spaces.
       01 senha-dig                pic x(08) value spaces.
          02 line 11 col 3 VALUE "Fornecedor".
          02 line 13 col 3 VALUE "Data de Emissao".
          02 line 15 col 3 VALUE "Valor Total".
          02 line 17 col 3 VALUE "Valor do ICMS".
          02 line 19 col 3 VALUE "Requisicao".
       01 Tela-alteracao.
          02 line 2 col 2 value "Santos,    de            de     .".
          02 line 4 col 30 value "Nome da Empresa".
          02 line 11 col 3 VALUE "Fornecedor".
          02 line 13 col 3 VALUE "Data de Emissao".
          02 line 15 col 3 VALUE "Valor Total".
          02 line 17 col 3 VALUE "Valor do ICMS".
          02 line 19 col 3 VALUE "Requisicao".
       01 Tela-esclusao.
          02 line 2 col 0 value "Santos,    de            de     .".
          02 line 3 col 27 value "Nome da Empresa".
          02 line 11 col 3 VALUE "Fornecedor".
          02 line 13 col 3 VALUE "Data de Emissao".
          02 line 15 col 3 VALUE "Valor Total".
          02 line 17 col 3 VALUE "Valor do ICMS".
          02 line 19 col 3 VALUE "Requisicao".

       procedure division.
      *-----------------------------------------------------------------
           Perform abre-arq.
           Perform identifica-operador.
           Perform abertura until op = "5".
           close NOTAFIS FORNEC REQCOMP.
           exit program.
      *-----------------------------------------------------------------
       sai.
         exit program.
      *-----------------------------------------------------------------
       abre-arq.
      *NOTAFIS.DAT so e criado quando nao existe; outro erro (39 e o
      *arquivo no layout antigo, ver CONVARQ) para sem tocar nele.
                  OPEN I-O NOTAFIS.
           IF ARQST = "35"
               CLOSE NOTAFIS
               OPEN OUTPUT NOTAFIS
               CLOSE NOTAFIS
               OPEN I-O NOTAFIS.
           IF ARQST NOT = "00"
               DISPLAY "ERRO NA ABERTURA DE NOTAFIS.DAT - " ARQST
               DISPLAY "(STATUS 39: LAYOUT ANTIGO, RODE O CONVARQ)"
               STOP RUN.
           OPEN INPUT FORNEC.
           IF ARQST-FORN NOT = "00"
               CLOSE FORNEC
               OPEN OUTPUT FORNEC
               CLOSE FORNEC
               OPEN INPUT FORNEC.
           OPEN INPUT REQCOMP.
           IF ARQST-REQ NOT = "00"
               CLOSE REQCOMP
               OPEN OUTPUT REQCOMP
               CLOSE REQCOMP
               OPEN INPUT REQCOMP.
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
           move spaces to op op-continua salva.
           move spaces to NF-FORNECEDOR-e.
           move zeros to NF-NUMERO-e NF-VALOR-TOTAL-e.
           move zeros to NF-VALOR-ICMS-e NF-REQUISICAO-e.
           move zeros to NF-DATA-e wigual.
           display espaco at 2321.
      *-----------------------------------------------------------------
           perform testa-dtnota until NF-DATA-e not = "00/00/0000".
           perform testa-valortot
               until NF-VALOR-TOTAL-e not = zeros.
           move zeros to wigual.
           perform testa-icms until wigual = 1.
           move zeros to wigual.
           perform testa-requisicao until wigual = 1.
      *-----------------------------------------------------------------
       testa-numero.
           move 1 to wigual
                display "Digite o valor total da nota." at 2321
           else
                display espaco at 2321.
      *-----------------------------------------------------------------
       testa-icms.
      *ICMS zero e aceito (nota sem credito); acima do total da nota,
      *nao.
           move 1 to wigual
           accept NF-VALOR-ICMS-e at 1718
           if NF-VALOR-ICMS-e > NF-VALOR-TOTAL-e then
                display "ICMS maior que o valor total da nota." at 2321
                move zeros to NF-VALOR-ICMS-e
                move zeros to wigual
           else
                display espaco at 2321.
      *-----------------------------------------------------------------
       testa-requisicao.
      *So requisicao aprovada no REQBEM. Nota acima do valor aprovado
      *passa com aviso: a diferenca e conferida contra o orcamento do
      *depto quando o bem e incluido no BENS.
           move 1 to wigual
           accept NF-REQUISICAO-e at 1916
           move NF-REQUISICAO-e to RQ-NUMERO
           read REQCOMP invalid key
                display espaco at 2321
                display "Requisicao nao cadastrada no REQBEM." at 2321
                move zeros to wigual
           not invalid key
                display RQ-DESCRICAO at 1924
                if RQ-SITUACAO not = "A"
                     display espaco at 2321
                     display "Requisicao nao aprovada." at 2321
                     move zeros to wigual
                else
                     display espaco at 2321
                     if NF-VALOR-TOTAL-e > RQ-VALOR
                          display "Nota acima do valor da requisicao."
                              at 2321
                          stop " "
                          display espaco at 2321
                     end-if
                end-if
           end-read.
      *-----------------------------------------------------------------
       grava.
           display espaco at 2321
           move NF-NUMERO        to NF-NUMERO-e
           move NF-FORNECEDOR    to NF-FORNECEDOR-e
           move NF-DATA          to NF-DATA-e
           move NF-VALOR-TOTAL   to NF-VALOR-TOTAL-e
           move NF-VALOR-ICMS    to NF-VALOR-ICMS-e
           move NF-REQUISICAO    to NF-REQUISICAO-e.
      *-----------------------------------------------------------------
       descarrega-edicao.
           move NF-NUMERO-e      to NF-NUMERO
           move NF-FORNECEDOR-e  to NF-FORNECEDOR
           move NF-DATA-e        to NF-DATA
           move NF-VALOR-TOTAL-e to NF-VALOR-TOTAL
           move NF-VALOR-ICMS-e  to NF-VALOR-ICMS
           move NF-REQUISICAO-e  to NF-REQUISICAO.
      *-----------------------------------------------------------------
       mostra-tela.
           perform carrega-edicao.
           display NOME-FORN at 1121.
           display NF-DATA-e at 1320.
           display NF-VALOR-TOTAL-e at 1516.
           display NF-VALOR-ICMS-e at 1718.
           display NF-REQUISICAO-e at 1916.
      *-----------------------------------------------------------------
       altera-dados.
           accept NF-FORNECEDOR-e at 1115.
