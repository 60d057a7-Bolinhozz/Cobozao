      *trocar a senha por vontade propria na entrada. Troca, bloqueio
      *e desbloqueio saem na AUDITORIA.LOG com a senha mascarada,
      *como o CADOPER ja fazia.
      *Logo depois da entrada assinada o painel de pendencias mostra
      *o que espera o operador: baixas aguardando aprovacao em
      *BXPEND.DAT, emprestimos com devolucao vencida em EMPREST.DAT,
      *coberturas de GARBEM.DAT vencendo em AVISO-GARANTIA dias,
      *ordens de MNTORD.DAT em aberto e a ultima rodada da cadeia
      *noturna (JOBCTL.DAT, ver NOTURNO) que nao terminou limpa.
      *Cada item so aparece para o nivel que pode agir sobre ele (o
      *mesmo nivel exigido pelo programa que trata o item) e a letra
      *do item e a mesma do menu geral, levando direto ao programa;
      *o painel volta pela opcao P do menu.
      *Do inventario fisico o painel mostra as contagens concluidas
      *no RECINV a espera de aprovacao e os achados sem cadastro ainda
      *pendentes em PENDCAD.DAT, os dois tratados no APRINV.

       Identification Division.
       Program-Id. MENUBEM.
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

           select BXPEND assign to disk-2
           organization indexed
           access mode dynamic
           record key BX-CHAVE
           file status arqst-pnd.

           select EMPREST assign to disk-3
           organization indexed
           access mode dynamic
           record key EM-CHAVE
           file status arqst-pnd.

           select GARBEM assign to disk-4
           organization indexed
           access mode dynamic
           record key CODIGO-BEM-G
           file status arqst-pnd.

           select MNTORD assign to disk-5
           organization indexed
           access mode dynamic
           record key NUMERO-ORDEM
           alternate record key CODIGO-BEM-O with duplicates
           file status arqst-pnd.

           select JOBCTL assign to disk-6
           organization indexed
           access mode dynamic
           record key JB-CHAVE
           file status arqst-pnd.

           select INVCONT assign to disk-7
           organization indexed
           access mode dynamic
           record key IC-CONTAGEM
           file status arqst-pnd.

           select PENDCAD assign to disk-8
           organization indexed
           access mode dynamic
           record key PC-CODIGO
           file status arqst-pnd.

       data division.
       file section.
       fd  OPERADOR label record standard
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

       fd  SESSAO label record standard
       value of file-id is "SESSAO.DAT".
               03 SES-MIN          pic 9(02).
               03 SES-SEG          pic 9(02).

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

       fd  EMPREST label record standard
       value of file-id is "EMPREST.DAT".
       01 reg-emprest.
           02 Chaves-E.
               03 EM-CHAVE.
                   04 EM-CODIGO-BEM  pic 9(06).
                   04 EM-DATA-SAIDA  pic 9(08).
                   04 EM-HORA-SAIDA  pic 9(06).
           02 EM-CODIGO-RESP     pic x(04).
           02 EM-DT-PREVISTA     pic 9(08).
           02 EM-DT-DEVOLUCAO    pic 9(08).
           02 EM-SITUACAO        pic x(01).
           02 EM-OPERADOR        pic x(10).

       fd  GARBEM label record standard
       value of file-id is "GARBEM.DAT".
       01 reg-garbem.
           02 Chaves-G.
               03 CODIGO-BEM-G   pic 9(06).
           02 DT-FIM-GARANTIA    pic 99999999.
           02 SEGURADORA         pic x(30).
           02 APOLICE            pic x(15).
           02 VALOR-SEGURADO     pic 9(08)v99.

       fd  MNTORD label record standard
       value of file-id is "MNTORD.DAT".
       01 reg-MNTORD.
           02 Chaves-O.
               03 NUMERO-ORDEM   pic 9(06).
           02 CODIGO-BEM-O       pic 9(06).
           02 TIPO-MANUT         pic x(01).
           02 DT-ABERTURA        PIC 99999999.
           02 DT-RETORNO         PIC 99999999.
           02 FORNEC-MANUT       PIC X(30).
           02 CUSTO-MANUT        PIC 9(06)V99.
           02 SITUACAO-ORD       PIC X(01).

       FD  JOBCTL LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "JOBCTL.DAT".
       01  REG-JOBCTL.
           02 JB-CHAVE.
               03 JB-DATA        PIC 9(08).
               03 JB-SEQ         PIC 9(02).
           02 JB-PROGRAMA        PIC X(08).
           02 JB-TS-INICIO       PIC 9(14).
           02 JB-TS-FIM          PIC 9(14).
           02 JB-RETORNO         PIC 9(04).
           02 JB-SITUACAO        PIC X(01).

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

       WORKING-STORAGE SECTION.
       01 arqst        pic x(2).
       01 arqst-ses    pic x(2).
       01 nivel-log    pic 9(01) value zeros.
       01 tentativas   pic 9(01) value zeros.
       01 arqst-aud    pic x(2).
       01 arqst-idx    pic x(2).
       01 posicao-aud  pic 9(09) value zeros.
       01 arqst-elo    pic x(02).
       01 achou-elo    pic x(01) value "N".
       01 ix-elo       pic 9(03) value zeros.
       01 elo-aud      pic 9(09) value zeros.
       01 elo-calc     pic 9(12) value zeros.
       01 elo-quoc     pic 9(12) value zeros.
       01 MAX-FALHAS   pic 9(02) value 05.
       01 VALIDADE-SENHA pic 9(05) value 00090.
       01 idade-senha  pic s9(08) value zeros.
           02 mes-t pic x(10) occurs 12 times.
       01 op           pic x(1) value spaces.
       01 espaco       pic x(40) value spaces.
      *Painel de pendencias: contagens refeitas a cada exibicao, com
      *os arquivos abertos so durante a contagem para nao prender o
      *programa chamado. Garantia vencendo dentro de AVISO-GARANTIA
      *dias a partir de hoje, como o aviso pedido no LISTGAR.
       01 arqst-pnd    pic x(2).
       01 AVISO-GARANTIA pic 9(03) value 030.
       01 op-painel    pic x(1) value spaces.
       01 fim-pnd      pic x(1) value "N".
       01 data-hoje    pic 9(08) value zeros.
       01 data-aviso   pic 9(08) value zeros.
       01 dias-int     pic 9(07) value zeros.
       01 data-rodada  pic 9(08) value zeros.
       01 passo-parado pic x(08) value spaces.
       01 qt-baixas    pic 9(05) value zeros.
       01 qt-emprest   pic 9(05) value zeros.
       01 qt-garantia  pic 9(05) value zeros.
       01 qt-ordens    pic 9(05) value zeros.
       01 qt-noturno   pic 9(02) value zeros.
       01 qt-contagens pic 9(05) value zeros.
       01 qt-achados   pic 9(05) value zeros.
       01 qt-mostra    pic zzzz9.

       screen section.
       01 tela-inicial.
          02 line 15 col 45 VALUE "E - Planos de Manutencao".
          02 line 16 col 45 VALUE "F - Emprestimos".
          02 line 17 col 3 VALUE "G - Baixas Pendentes".
          02 line 17 col 45 VALUE "H - Requisicoes/Orcamento".
          02 line 18 col 45 VALUE "I - Bens de Terceiros".
          02 line 19 col 45 VALUE "J - Sinistros".
          02 line 19 col 3 VALUE "P - Painel de Pendencias".
          02 line 20 col 45 VALUE "K - Travamento de Periodos".
          02 line 21 col 45 VALUE "L - Aprovacao de Inventario".
          02 line 14 col 45 VALUE "S - Sair".
          02 Line 18 col 5 value "Digite Sua Escolha".
       01 tela-pendencias.
          02 line 2 col 2 value "Santos,    de            de     .".
          02 line 4 col 30 value "Nome da Empresa".
          02 line 6 col 25 value "Sistema de Controle de Patrimonio".
          02 line 7 col 27 value "Pendencias" highlight.

       procedure division.
      *-----------------------------------------------------------------
       Inicio.
           Perform identifica-operador.
           Perform marca-atividade.
           Perform painel-pendencias.
           Perform abertura until op = "S" or op = "s".
           Perform encerra-sessao.
           display "Sessao encerrada.".
           move aud-chave-ws to AUD-CHAVE
           move buffer-antes to AUD-ANTES
           move buffer-depois to AUD-DEPOIS
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
       grava-sessao.
      *Regrava SESSAO.DAT com o operador assinado e a hora corrente;
           perform verifica-inatividade.
           perform marca-atividade.
           if sessao-expirada not = "S"
               perform trata-opcao
           else
               perform painel-pendencias.
      *-----------------------------------------------------------------
       verifica-inatividade.
      *Entre um accept e outro o tempo corre sem controle; passado
               move "EMPBEM" to programa-escolhido
           when "G" when "g"
               move "BXAPEND" to programa-escolhido
           when "H" when "h"
               move "REQBEM" to programa-escolhido
           when "I" when "i"
               move "TERCBEM" to programa-escolhido
           when "J" when "j"
               move "SINBEM" to programa-escolhido
           when "K" when "k"
               move "TRAVPER" to programa-escolhido
           when "L" when "l"
               move "APRINV" to programa-escolhido
           when "P" when "p"
               perform painel-pendencias
           when "S" when "s"
               continue
           when other
           end-call.
           cancel programa-escolhido.
           perform marca-atividade.
      *-----------------------------------------------------------------
       painel-pendencias.
      *Mostra o painel ate o operador sair para o menu geral com
      *ENTER; cada ida a um programa recontaria as pendencias na
      *volta.
           move "X" to op-painel.
           perform mostra-painel until op-painel = spaces.
           move spaces to op.
           move spaces to programa-escolhido.
      *-----------------------------------------------------------------
       mostra-painel.
           perform conta-pendencias.
           display erase at 0101.
           display tela-pendencias.
           perform mostra-data.
           if nivel-log < 2
               display "Nenhuma pendencia para o seu nivel." at 1103
           else
               perform mostra-itens.
           display "Ir para [ ]   (ENTER = menu geral)" at 1805.
           move spaces to op-painel.
           accept op-painel at 1814 with prompt auto.
           perform verifica-inatividade.
           perform marca-atividade.
      *Sessao expirada no painel: o operador ja assinou de novo e o
      *painel volta recontado para ele.
           if sessao-expirada = "S"
               move "X" to op-painel
           else
               if op-painel not = spaces
                   perform trata-painel.
      *-----------------------------------------------------------------
       mostra-itens.
      *Aprovar baixa ou contagem e rerodar a cadeia noturna sao do
      *supervisor (nivel 3); emprestimo, garantia, ordem de
      *manutencao e achado sem cadastro pedem nivel 2, como nos
      *programas que tratam cada um.
           if nivel-log >= 3
               display "G - Baixas aguardando aprovacao" at 0903
               move qt-baixas to qt-mostra
               display qt-mostra at 0950.
           display "F - Emprestimos com devolucao vencida" at 1003.
           move qt-emprest to qt-mostra.
           display qt-mostra at 1050.
           display "4 - Garantias/seguros a vencer" at 1103.
           move qt-garantia to qt-mostra.
           display qt-mostra at 1150.
           display "3 - Ordens de manutencao em aberto" at 1203.
           move qt-ordens to qt-mostra.
           display qt-mostra at 1250.
           if nivel-log >= 3
               display "N - Passos da cadeia noturna com erro" at 1303
               move qt-noturno to qt-mostra
               display qt-mostra at 1350
               if qt-noturno > 0
                   display passo-parado at 1357.
           if nivel-log >= 3
               display "L - Contagens de inventario a aprovar" at 1403
               move qt-contagens to qt-mostra
               display qt-mostra at 1450.
           display "L - Achados do inventario sem cadastro" at 1503.
           move qt-achados to qt-mostra.
           display qt-mostra at 1550.
      *-----------------------------------------------------------------
       trata-painel.
           inspect op-painel converting "gfnl" to "GFNL".
           move spaces to programa-escolhido.
           evaluate true
           when op-painel = "G" and nivel-log >= 3
               move "BXAPEND" to programa-escolhido
           when op-painel = "F" and nivel-log >= 2
               move "EMPBEM" to programa-escolhido
           when op-painel = "4" and nivel-log >= 2
               move "CADGAR" to programa-escolhido
           when op-painel = "3" and nivel-log >= 2
               move "MNTBEM" to programa-escolhido
           when op-painel = "N" and nivel-log >= 3
               move "NOTURNO" to programa-escolhido
           when op-painel = "L" and nivel-log >= 2
               move "APRINV" to programa-escolhido
           when other
               display "Opcao invalida." at 2321
               stop " "
           end-evaluate.
           if programa-escolhido not = spaces
               perform chama-programa.
      *-----------------------------------------------------------------
       conta-pendencias.
      *Arquivo que ainda nao existe (sistema novo, modulo nao usado)
      *conta zero.
           move zeros to qt-baixas qt-emprest qt-garantia qt-ordens
               qt-noturno qt-contagens qt-achados.
           move spaces to passo-parado.
           move function current-date(1:8) to data-hoje.
           compute dias-int =
               function integer-of-date(data-hoje) + AVISO-GARANTIA.
           compute data-aviso = function date-of-integer(dias-int).
           if nivel-log >= 3
               perform conta-baixas
               perform conta-noturno
               perform conta-contagens.
           if nivel-log >= 2
               perform conta-emprest
               perform conta-garantia
               perform conta-ordens
               perform conta-achados.
      *-----------------------------------------------------------------
       conta-baixas.
           open input BXPEND.
           if arqst-pnd = "00"
               move "N" to fim-pnd
               perform le-baixa until fim-pnd = "S"
               close BXPEND.
      *-----------------------------------------------------------------
       le-baixa.
           read BXPEND next record at end move "S" to fim-pnd
           not at end
               if BX-SITUACAO = "P"
                   add 1 to qt-baixas
               end-if
           end-read.
      *-----------------------------------------------------------------
       conta-emprest.
           open input EMPREST.
           if arqst-pnd = "00"
               move "N" to fim-pnd
               perform le-emprest until fim-pnd = "S"
               close EMPREST.
      *-----------------------------------------------------------------
       le-emprest.
           read EMPREST next record at end move "S" to fim-pnd
           not at end
               if EM-SITUACAO = "A" and EM-DT-PREVISTA < data-hoje
                   add 1 to qt-emprest
               end-if
           end-read.
      *-----------------------------------------------------------------
       conta-garantia.
      *Cobertura ja vencida sai do painel (o LISTGAR continua
      *listando); aqui so o que ainda da tempo de renovar.
           open input GARBEM.
           if arqst-pnd = "00"
               move "N" to fim-pnd
               perform le-garantia until fim-pnd = "S"
               close GARBEM.
      *-----------------------------------------------------------------
       le-garantia.
           read GARBEM next record at end move "S" to fim-pnd
           not at end
               if DT-FIM-GARANTIA >= data-hoje
                  and DT-FIM-GARANTIA <= data-aviso
                   add 1 to qt-garantia
               end-if
           end-read.
      *-----------------------------------------------------------------
       conta-ordens.
           open input MNTORD.
           if arqst-pnd = "00"
               move "N" to fim-pnd
               perform le-ordem until fim-pnd = "S"
               close MNTORD.
      *-----------------------------------------------------------------
       le-ordem.
           read MNTORD next record at end move "S" to fim-pnd
           not at end
               if SITUACAO-ORD = "A"
                   add 1 to qt-ordens
               end-if
           end-read.
      *-----------------------------------------------------------------
       conta-contagens.
           open input INVCONT.
           if arqst-pnd = "00"
               move "N" to fim-pnd
               perform le-contagem until fim-pnd = "S"
               close INVCONT.
      *-----------------------------------------------------------------
       le-contagem.
           read INVCONT next record at end move "S" to fim-pnd
           not at end
               if IC-SITUACAO = "C"
                   add 1 to qt-contagens
               end-if
           end-read.
      *-----------------------------------------------------------------
       conta-achados.
           open input PENDCAD.
           if arqst-pnd = "00"
               move "N" to fim-pnd
               perform le-achado until fim-pnd = "S"
               close PENDCAD.
      *-----------------------------------------------------------------
       le-achado.
           read PENDCAD next record at end move "S" to fim-pnd
           not at end
               if PC-SITUACAO = "P"
                   add 1 to qt-achados
               end-if
           end-read.
      *-----------------------------------------------------------------
       conta-noturno.
      *So a rodada mais recente interessa: passo "E" parou a cadeia
      *com erro e passo "P" morreu no meio (ver NOTURNO); o primeiro
      *deles e mostrado para o supervisor saber onde retomar.
           open input JOBCTL.
           if arqst-pnd = "00"
               move 99999999 to JB-DATA
               move 99 to JB-SEQ
               move "N" to fim-pnd
               start JOBCTL key is less than or equal JB-CHAVE
                   invalid key move "S" to fim-pnd
               end-start
               if fim-pnd = "N"
                   read JOBCTL previous record
                       at end move "S" to fim-pnd
                   end-read
               end-if
               if fim-pnd = "N"
                   move JB-DATA to data-rodada
                   move zeros to JB-SEQ
                   start JOBCTL key is greater than or equal JB-CHAVE
                       invalid key move "S" to fim-pnd
                   end-start
                   perform le-passo until fim-pnd = "S"
               end-if
               close JOBCTL.
      *-----------------------------------------------------------------
       le-passo.
           read JOBCTL next record at end move "S" to fim-pnd
           not at end
               if JB-DATA not = data-rodada
                   move "S" to fim-pnd
               else
                   if JB-SITUACAO = "E" or JB-SITUACAO = "P"
                       add 1 to qt-noturno
                       if passo-parado = spaces
                           move JB-PROGRAMA to passo-parado
                       end-if
                   end-if
               end-if
           end-read.
       end program MENUBEM.
