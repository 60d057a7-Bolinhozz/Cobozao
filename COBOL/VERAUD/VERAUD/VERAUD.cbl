      *Verificacao da Corrente da Auditoria
      *Cada entrada gravada na AUDITORIA.LOG leva um numero de
      *sequencia e um elo: o resumo dos seus bytes calculado a partir
      *do elo da entrada anterior. ELOAUD.DAT guarda a ultima
      *sequencia e o ultimo elo gravados e, depois de cada corte do
      *ARQAUD, a ancora do log vivo (primeira sequencia e elo que a
      *precede); CTLAUD.DAT guarda a ancora e o fim de cada mes
      *arquivado. Este programa refaz a corrente mes a mes, na ordem
      *do controle, e depois no log vivo, e para na primeira quebra:
      *entrada alterada (elo nao confere), entrada faltando ou
      *inserida (sequencia fora de ordem), entrada sem elo depois do
      *inicio do encadeamento, arquivo mensal ausente, mes arquivado
      *que nao emenda no anterior e fim de arquivo truncado. Mes
      *destruido pela retencao interrompe so a emenda entre meses.
      *Sem ELOAUD.DAT, log ja encadeado e quebra: o controle da
      *corrente foi apagado.
      *As entradas gravadas antes de existir o encadeamento ficam
      *fora da verificacao e saem so contadas.
      *Roda como passo da cadeia NOTURNO: quebra encontrada devolve
      *codigo de retorno 8 e a cadeia para com o passo em "E".

       Identification Division.
       Program-Id. VERAUD.

       Environment Division.
       special-names.   decimal-point is comma.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT AUDITORIA ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-AUD.

              SELECT CTLAUD ASSIGN TO DISK-1
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CA-PERIODO
              FILE STATUS ARQST-CTL.

              SELECT ELOAUD ASSIGN TO DISK-2
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY EL-CHAVE
              FILE STATUS ARQST-ELO.

              SELECT REL-VER ASSIGN TO DISK-3
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-REL.

       data division.
       file section.
       fd  AUDITORIA LABEL RECORD STANDARD
       value of file-id is nome-arq-aud.
       01  REG-AUDITORIA.
           02 AUD-TIMESTAMP        PIC 9(14).
           02 AUD-OPERADOR         PIC X(10).
           02 AUD-PROGRAMA         PIC X(10).
           02 AUD-OPERACAO         PIC X(01).
           02 AUD-CHAVE            PIC X(15).
           02 AUD-ANTES            PIC X(120).
           02 AUD-DEPOIS           PIC X(120).
           02 AUD-SEQ              PIC 9(09).
           02 AUD-ELO              PIC 9(09).

       FD  CTLAUD LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "CTLAUD.DAT".
       01  REG-CTLAUD.
           02 CA-PERIODO         PIC 9(06).
           02 CA-SITUACAO        PIC X(01).
           02 CA-DATA-PROC       PIC 9(08).
           02 CA-TOTAL-ENTRADAS  PIC 9(06).
           02 CA-SEQ-INICIAL     PIC 9(09).
           02 CA-ELO-ANTERIOR    PIC 9(09).
           02 CA-SEQ-FINAL       PIC 9(09).
           02 CA-ELO-FINAL       PIC 9(09).

       FD  ELOAUD LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "ELOAUD.DAT".
       01  REG-ELOAUD.
           02 EL-CHAVE             PIC X(10).
           02 EL-ULT-SEQ           PIC 9(09).
           02 EL-ULT-ELO           PIC 9(09).
           02 EL-ULT-TS            PIC 9(14).
           02 EL-SEQ-INICIO        PIC 9(09).
           02 EL-ELO-INICIO        PIC 9(09).

       FD  REL-VER LABEL RECORD STANDARD.
       01  LINHA-REL             PIC X(80).

       WORKING-STORAGE SECTION.
       01 arqst-aud    pic x(2).
       01 arqst-ctl    pic x(2).
       01 arqst-elo    pic x(2).
       01 arqst-rel    pic x(2).

      *Log verificado: um mes cortado pelo ARQAUD ou o vivo, montado
      *antes de cada OPEN.
       01 nome-arq-aud     pic x(20) value "AUDITORIA.LOG".
       01 nome-arq-mes.
           02 filler             pic x(03) value "AUD".
           02 nome-periodo       pic 9(06) value zeros.
           02 filler             pic x(04) value ".LOG".

       01 sem-ctlaud       pic x(1) value "N".
       01 sem-elo          pic x(1) value "N".
       01 fim-ctl          pic x(1) value "N".
       01 fim-aud          pic x(1) value "N".
       01 quebra           pic x(1) value "N".
       01 encadeado        pic x(1) value "N".

      *Corrente em verificacao: sequencia esperada e elo da entrada
      *anterior; o fim esperado vem do controle de cada arquivo.
       01 seq-esperada     pic 9(09) value zeros.
       01 elo-corrente     pic 9(09) value zeros.
       01 seq-fim          pic 9(09) value zeros.
       01 elo-fim          pic 9(09) value zeros.
      *Emenda entre arquivos: onde o proximo tem de comecar.
       01 seq-emenda       pic 9(09) value zeros.
       01 elo-emenda       pic 9(09) value zeros.
       01 posicao-lida     pic 9(09) value zeros.
      *Ancora do arquivo vivo, copiada do ELOAUD.DAT na abertura (o
      *arquivo e fechado logo em seguida para nao prender o registro).
       01 elo-seq-inicio   pic 9(09) value zeros.
       01 elo-elo-inicio   pic 9(09) value zeros.
       01 elo-ult-seq      pic 9(09) value zeros.
       01 elo-ult-elo      pic 9(09) value zeros.

       01 ix-elo           pic 9(03) value zeros.
       01 elo-aud          pic 9(09) value zeros.
       01 elo-calc         pic 9(12) value zeros.
       01 elo-quoc         pic 9(12) value zeros.

       01 total-verificadas pic 9(09) value zeros.
       01 total-sem-elo     pic 9(09) value zeros.
       01 total-arquivos    pic 9(04) value zeros.

       01 motivo-quebra    pic x(40) value spaces.
       01 arquivo-quebra   pic x(20) value spaces.
       01 posicao-quebra   pic 9(09) value zeros.
       01 seq-quebra       pic 9(09) value zeros.

       01 cab-1.
           02 filler pic x(46) value
              "VERIFICACAO DA CORRENTE DA AUDITORIA".
       01 lin-arquivo.
           02 filler   pic x(08) value "ARQUIVO ".
           02 arq-r    pic x(20).
           02 filler   pic x(11) value " ENTRADAS: ".
           02 ent-r    pic zzzzzzzz9.
       01 lin-destru.
           02 filler   pic x(08) value "MES     ".
           02 mes-x    pic 9(06).
           02 filler   pic x(40) value
              " DESTRUIDO PELA RETENCAO, NAO VERIFICADO".
       01 lin-quebra-1.
           02 filler   pic x(30) value "*** CORRENTE QUEBRADA ***".
       01 lin-quebra-2.
           02 filler   pic x(12) value "ARQUIVO...: ".
           02 arq-q    pic x(20).
       01 lin-quebra-3.
           02 filler   pic x(12) value "POSICAO...: ".
           02 pos-q    pic zzzzzzzz9.
       01 lin-quebra-4.
           02 filler   pic x(12) value "SEQUENCIA.: ".
           02 seq-q    pic zzzzzzzz9.
       01 lin-quebra-5.
           02 filler   pic x(12) value "MOTIVO....: ".
           02 mot-q    pic x(40).
       01 lin-ok.
           02 filler   pic x(40) value
              "CORRENTE INTEGRA".
       01 lin-total.
           02 filler   pic x(30) value "ENTRADAS VERIFICADAS........: ".
           02 tot-v    pic zzzzzzzz9.
       01 lin-total-2.
           02 filler   pic x(30) value "ANTERIORES AO ENCADEAMENTO..: ".
           02 tot-s    pic zzzzzzzz9.
       01 lin-total-3.
           02 filler   pic x(30) value "ARQUIVOS VERIFICADOS........: ".
           02 tot-a    pic zzzzzzzz9.

       procedure division.
      *-----------------------------------------------------------------
       Inicio.
           display "VERIFICACAO DA CORRENTE DA AUDITORIA".
           perform abre-arq.
           move cab-1 to LINHA-REL.
           write LINHA-REL.
           move spaces to LINHA-REL.
           write LINHA-REL.
      *Sem ELOAUD.DAT so passa limpo o log que nunca foi encadeado:
      *mes arquivado com ancora ou entrada viva com sequencia indica
      *que o controle da corrente foi apagado.
           if sem-elo not = "S"
               perform verifica-meses
               if quebra not = "S"
                   perform verifica-vivo
               end-if
           else
               perform verifica-sem-elo
           end-if.
           perform imprime-resultado.
           perform fecha-arq.
           if quebra = "S"
               display "CORRENTE DA AUDITORIA QUEBRADA - VER RELATORIO"
               move 8 to return-code
           else
               display "Corrente da auditoria integra.".
           display "Entradas verificadas: " total-verificadas.
           exit program.
      *-----------------------------------------------------------------
       abre-arq.
           move "N" to sem-elo.
           open input ELOAUD.
           if ARQST-ELO not = "00"
               move "S" to sem-elo
           else
               move "AUDITORIA" to EL-CHAVE
               read ELOAUD invalid key
                    move "S" to sem-elo
               not invalid key
                    move EL-SEQ-INICIO to elo-seq-inicio
                    move EL-ELO-INICIO to elo-elo-inicio
                    move EL-ULT-SEQ to elo-ult-seq
                    move EL-ULT-ELO to elo-ult-elo
               end-read
               close ELOAUD.
           move "N" to sem-ctlaud.
           open input CTLAUD.
           if ARQST-CTL = "35"
               move "S" to sem-ctlaud
           else
           if ARQST-CTL not = "00"
               display "ERRO NA ABERTURA DE CTLAUD.DAT - " ARQST-CTL
               display "(STATUS 39: LAYOUT ANTIGO, RODE O CONVARQ)"
               stop run.
           open output REL-VER.
      *-----------------------------------------------------------------
       verifica-meses.
           move "N" to fim-ctl.
           if sem-ctlaud = "S"
               move "S" to fim-ctl.
           if fim-ctl not = "S"
               move zeros to CA-PERIODO
               start CTLAUD key is greater than or equal CA-PERIODO
                   invalid key move "S" to fim-ctl
               end-start.
           perform le-ctlaud until fim-ctl = "S" or quebra = "S".
      *-----------------------------------------------------------------
       le-ctlaud.
           read CTLAUD next record at end move "S" to fim-ctl
           not at end
               if CA-SITUACAO = "X"
                   move CA-PERIODO to mes-x
                   move lin-destru to LINHA-REL
                   write LINHA-REL
                   move zeros to seq-emenda elo-emenda
               else
                   if CA-SITUACAO = "A"
                       perform verifica-mes
                   end-if
               end-if
           end-read.
      *-----------------------------------------------------------------
       verifica-mes.
      *Mes arquivado antes do encadeamento nao tem ancora; so conta.
           move CA-PERIODO to nome-periodo.
           move nome-arq-mes to nome-arq-aud.
           if CA-SEQ-INICIAL = zeros
               add CA-TOTAL-ENTRADAS to total-sem-elo
           else
               move CA-SEQ-INICIAL to seq-esperada
               move CA-ELO-ANTERIOR to elo-corrente
               move CA-SEQ-FINAL to seq-fim
               move CA-ELO-FINAL to elo-fim
               perform confere-emenda
               if quebra not = "S"
                   perform verifica-arquivo
               end-if
               move CA-SEQ-FINAL to seq-emenda
               add 1 to seq-emenda
               move CA-ELO-FINAL to elo-emenda.
      *-----------------------------------------------------------------
       verifica-vivo.
           move "AUDITORIA.LOG" to nome-arq-aud.
           move elo-seq-inicio to seq-esperada.
           move elo-elo-inicio to elo-corrente.
           move elo-ult-seq to seq-fim.
           move elo-ult-elo to elo-fim.
           perform confere-emenda.
           if quebra not = "S"
               perform verifica-arquivo.
      *-----------------------------------------------------------------
       verifica-sem-elo.
           move "N" to fim-ctl.
           if sem-ctlaud = "S"
               move "S" to fim-ctl.
           if fim-ctl not = "S"
               move zeros to CA-PERIODO
               start CTLAUD key is greater than or equal CA-PERIODO
                   invalid key move "S" to fim-ctl
               end-start.
           perform le-ctlaud-sem-elo
               until fim-ctl = "S" or quebra = "S".
           if quebra not = "S"
               move "AUDITORIA.LOG" to nome-arq-aud
               move zeros to posicao-lida
               move "N" to fim-aud
               open input AUDITORIA
               if ARQST-AUD = "00"
                   perform le-vivo-sem-elo
                       until fim-aud = "S" or quebra = "S"
                   close AUDITORIA
                   add 1 to total-arquivos
                   move nome-arq-aud to arq-r
                   move posicao-lida to ent-r
                   move lin-arquivo to LINHA-REL
                   write LINHA-REL
               else
                   close AUDITORIA
               end-if
           end-if.
      *-----------------------------------------------------------------
       le-ctlaud-sem-elo.
           read CTLAUD next record at end move "S" to fim-ctl
           not at end
               if CA-SITUACAO = "A"
                   if CA-SEQ-INICIAL = zeros
                       add CA-TOTAL-ENTRADAS to total-sem-elo
                   else
                       move CA-PERIODO to nome-periodo
                       move nome-arq-mes to nome-arq-aud
                       move zeros to posicao-quebra
                       move CA-SEQ-INICIAL to seq-quebra
                       perform quebra-sem-elo
                   end-if
               end-if
           end-read.
      *-----------------------------------------------------------------
       le-vivo-sem-elo.
           read AUDITORIA at end move "S" to fim-aud
           not at end
               add 1 to posicao-lida
               if AUD-SEQ is not numeric or AUD-SEQ = zeros
                   add 1 to total-sem-elo
               else
                   move posicao-lida to posicao-quebra
                   move AUD-SEQ to seq-quebra
                   perform quebra-sem-elo
               end-if
           end-read.
      *-----------------------------------------------------------------
       quebra-sem-elo.
           move "ELOAUD.DAT AUSENTE COM LOG ENCADEADO" to motivo-quebra.
           perform marca-quebra.
      *-----------------------------------------------------------------
       confere-emenda.
      *O arquivo tem de comecar onde o anterior terminou; sem
      *arquivo anterior verificado (primeiro ou depois de mes
      *destruido) nao ha emenda a conferir.
           if seq-emenda not = zeros
               if seq-esperada not = seq-emenda
                  or elo-corrente not = elo-emenda
                   move "ARQUIVO NAO EMENDA NO ANTERIOR"
                       to motivo-quebra
                   move zeros to posicao-quebra
                   move seq-esperada to seq-quebra
                   perform marca-quebra.
      *-----------------------------------------------------------------
       verifica-arquivo.
           move zeros to posicao-lida.
           move "N" to fim-aud.
           open input AUDITORIA.
           if ARQST-AUD not = "00"
               close AUDITORIA
               move "ARQUIVO AUSENTE" to motivo-quebra
               move zeros to posicao-quebra
               move seq-esperada to seq-quebra
               perform marca-quebra
           else
               perform verifica-entrada
                   until fim-aud = "S" or quebra = "S"
               close AUDITORIA
               add 1 to total-arquivos
               move nome-arq-aud to arq-r
               move posicao-lida to ent-r
               move lin-arquivo to LINHA-REL
               write LINHA-REL
               if quebra not = "S"
                   perform confere-fim.
      *-----------------------------------------------------------------
       verifica-entrada.
           read AUDITORIA at end move "S" to fim-aud
           not at end
               add 1 to posicao-lida
               if AUD-SEQ is not numeric or AUD-SEQ = zeros
                   perform entrada-sem-elo
               else
                   move "S" to encadeado
                   perform confere-entrada
               end-if
           end-read.
      *-----------------------------------------------------------------
       entrada-sem-elo.
           if encadeado = "S"
               move "ENTRADA SEM ELO NO TRECHO ENCADEADO"
                   to motivo-quebra
               move posicao-lida to posicao-quebra
               move seq-esperada to seq-quebra
               perform marca-quebra
           else
               add 1 to total-sem-elo.
      *-----------------------------------------------------------------
       confere-entrada.
           if AUD-SEQ > seq-esperada
               move "ENTRADA FALTANDO ANTES DESTA POSICAO"
                   to motivo-quebra
               move posicao-lida to posicao-quebra
               move seq-esperada to seq-quebra
               perform marca-quebra
           else
               if AUD-SEQ < seq-esperada
                   move "ENTRADA REPETIDA OU INSERIDA"
                       to motivo-quebra
                   move posicao-lida to posicao-quebra
                   move AUD-SEQ to seq-quebra
                   perform marca-quebra
               else
                   perform calcula-elo
                   if elo-aud not = AUD-ELO
                       move "ENTRADA ALTERADA (ELO NAO CONFERE)"
                           to motivo-quebra
                       move posicao-lida to posicao-quebra
                       move AUD-SEQ to seq-quebra
                       perform marca-quebra
                   else
                       move AUD-ELO to elo-corrente
                       add 1 to seq-esperada
                       add 1 to total-verificadas.
      *-----------------------------------------------------------------
       calcula-elo.
      *Mesmo resumo que os programas de manutencao gravam: os 290
      *bytes da entrada mais a sequencia, a partir do elo anterior.
           move elo-corrente to elo-aud.
           perform soma-elo-aud varying ix-elo from 1 by 1
               until ix-elo > 299.
      *-----------------------------------------------------------------
       soma-elo-aud.
           compute elo-calc = elo-aud * 31
               + function ord (REG-AUDITORIA (ix-elo:1)) + ix-elo.
           divide elo-calc by 999999937 giving elo-quoc
               remainder elo-aud.
      *-----------------------------------------------------------------
       confere-fim.
      *Linhas apagadas do fim do arquivo nao quebram nenhum elo; so
      *o controle mostra que a corrente ia mais longe.
           if seq-esperada not = seq-fim + 1
              or elo-corrente not = elo-fim
               move "ARQUIVO TRUNCADO, FALTAM ENTRADAS NO FIM"
                   to motivo-quebra
               move posicao-lida to posicao-quebra
               move seq-esperada to seq-quebra
               perform marca-quebra.
      *-----------------------------------------------------------------
       marca-quebra.
           move "S" to quebra.
           move nome-arq-aud to arquivo-quebra.
      *-----------------------------------------------------------------
       imprime-resultado.
           move spaces to LINHA-REL.
           write LINHA-REL.
           if quebra = "S"
               move lin-quebra-1 to LINHA-REL
               write LINHA-REL
               move arquivo-quebra to arq-q
               move lin-quebra-2 to LINHA-REL
               write LINHA-REL
               move posicao-quebra to pos-q
               move lin-quebra-3 to LINHA-REL
               write LINHA-REL
               move seq-quebra to seq-q
               move lin-quebra-4 to LINHA-REL
               write LINHA-REL
               move motivo-quebra to mot-q
               move lin-quebra-5 to LINHA-REL
               write LINHA-REL
           else
               move lin-ok to LINHA-REL
               write LINHA-REL.
           move spaces to LINHA-REL.
           write LINHA-REL.
           move total-verificadas to tot-v.
           move lin-total to LINHA-REL.
           write LINHA-REL.
           move total-sem-elo to tot-s.
           move lin-total-2 to LINHA-REL.
           write LINHA-REL.
           move total-arquivos to tot-a.
           move lin-total-3 to LINHA-REL.
           write LINHA-REL.
      *-----------------------------------------------------------------
       fecha-arq.
           if sem-ctlaud not = "S"
               close CTLAUD.
           close REL-VER.
       end program VERAUD.
