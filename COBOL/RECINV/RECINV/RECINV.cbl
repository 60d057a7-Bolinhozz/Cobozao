      *Suporta checkpoint/restart (ver CKPINV.DAT) para retomar um
      *processamento noturno interrompido sem reprocessar o arquivo
      *inteiro desde o CODIGO-BEM 000001.
      *Codigo contado que nao esta em PATRIMO.DAT mas e bem de
      *terceiro em BEMTERC.DAT (ver TERCBEM) conta como conferido de
      *terceiro, com a mesma conferencia de sala (aplicada no proprio
      *BEMTERC.DAT); bem de terceiro em uso que ninguem contou sai
      *como "TERCEIRO FALTANTE" numa passada final sobre a contagem.
      *Cada execucao e uma contagem, identificada pela data em que foi
      *feita (AAAAMMDD): o cabecalho fica em INVCONT.DAT (em
      *processamento, concluida, aprovada) e cada faltante e cada nao
      *cadastrado em INVEXC.DAT, com o departamento e a sala (a do
      *cadastro no faltante, a da contagem no nao cadastrado). A
      *aprovacao no APRINV leva os faltantes para a fila de baixas e
      *os nao cadastrados para o cadastro pendente; contagem aprovada
      *nao se reprocessa. Reprocessar uma contagem ainda nao aprovada
      *regrava as excecoes dela do zero.

       Identification Division.
       Program-Id. RECINV.
              ALTERNATE RECORD KEY CODIGO-LOCAL-L WITH DUPLICATES
              FILE STATUS ARQST-BLOC.

              SELECT BEMTERC ASSIGN TO DISK-7
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY TC-CODIGO
              ALTERNATE RECORD KEY TC-FORNECEDOR WITH DUPLICATES
              ALTERNATE RECORD KEY TC-CODIGO-DEPTO WITH DUPLICATES
              FILE STATUS ARQST-TERC.

              SELECT INVCONT ASSIGN TO DISK-8
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IC-CONTAGEM
              FILE STATUS ARQST-IC.

              SELECT INVEXC ASSIGN TO DISK-9
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IE-CHAVE
              FILE STATUS ARQST-IE.

              SELECT LOCAIS ASSIGN TO DISK-10
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CODIGO-LOCAL
              FILE STATUS ARQST-LOC.

       data division.
       file section.
       fd  BEMS LABEL RECORD STANDARD
           02 CK-TOTAL-FALTANTES   PIC 9(06).
           02 CK-TOTAL-NAOCAD      PIC 9(06).
           02 CK-TOTAL-DIVERG      PIC 9(06).
           02 CK-TOTAL-TERC        PIC 9(06).
           02 CK-CONTAGEM          PIC 9(08).

       FD  ARQ-CONTAGEM LABEL RECORD STANDARD.
       01  LINHA-CONTAGEM.
           02 CODIGO-BEM-L       pic 9(06).
           02 CODIGO-LOCAL-L     pic x(06).

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

       FD  INVCONT LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "INVCONT.DAT".
       01  REG-INVCONT.
           02 IC-CONTAGEM          PIC 9(08).
           02 IC-SITUACAO          PIC X(01).
           02 IC-DT-PROC           PIC 9(08).
           02 IC-TOTAL-FALTANTES   PIC 9(06).
           02 IC-TOTAL-NAOCAD      PIC 9(06).
           02 IC-APROVADOR         PIC X(10).
           02 IC-DT-APROVACAO      PIC 9(08).
           02 IC-TOTAL-BAIXAS      PIC 9(06).
           02 IC-TOTAL-PENDCAD     PIC 9(06).

       FD  INVEXC LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "INVEXC.DAT".
       01  REG-INVEXC.
           02 IE-CHAVE.
               03 IE-CONTAGEM      PIC 9(08).
               03 IE-TIPO          PIC X(01).
               03 IE-CODIGO        PIC 9(06).
           02 IE-DESCRICAO         PIC X(30).
           02 IE-DEPTO             PIC X(04).
           02 IE-LOCAL             PIC X(06).
           02 IE-SITUACAO          PIC X(01).
           02 IE-DATA-PED          PIC 9(08).
           02 IE-HORA-PED          PIC 9(06).

       fd  LOCAIS label record standard
       value of file-id is "LOCAIS.DAT".
       01 reg-locais.
           02 Chaves-L.
               03 CODIGO-LOCAL   pic x(06).
           02 PREDIO-LOCAL       pic x(15).
           02 ANDAR-LOCAL        pic x(05).
           02 SALA-LOCAL         pic x(10).
           02 CODIGO-DEPTO-L     pic x(04).

       WORKING-STORAGE SECTION.
       01 arqst        pic x(2).
       01 arqst-ck     pic x(2).
       01 aplica-local     pic x(1) value "N".
       01 local-esperado   pic x(06) value spaces.
       01 tem-bemloc       pic x(1) value "N".
       01 arqst-terc       pic x(2).
       01 sem-bemterc      pic x(1) value "N".
       01 achou-terc       pic x(1) value "N".
       01 fim-terc         pic x(1) value "N".
       01 fim-cont-terc    pic x(1) value "N".
       01 codigo-cont-terc pic 9(06) value zeros.
       01 arqst-ic         pic x(2).
       01 arqst-ie         pic x(2).
       01 arqst-loc        pic x(2).
       01 sem-locais       pic x(1) value "N".
       01 data-contagem    pic 9(08) value zeros.
       01 achou-contagem   pic x(1) value "N".
       01 fim-exc          pic x(1) value "N".

       01 total-faltantes  pic 9(06) value zeros.
       01 total-naocad     pic 9(06) value zeros.
       01 total-conferidos pic 9(06) value zeros.
       01 total-diverg     pic 9(06) value zeros.
       01 total-terc       pic 9(06) value zeros.
       01 total-terc-falt  pic 9(06) value zeros.

       01 cab-1.
           02 filler pic x(40) value
       01 lin-total-2.
           02 filler   pic x(22) value "LOCAIS DIVERGENTES: ".
           02 totv-d   pic zzzzz9.
           02 filler   pic x(05) value spaces.
           02 filler   pic x(22) value "TERCEIROS CONFERIDOS: ".
           02 tott-d   pic zzzzz9.
           02 filler   pic x(05) value spaces.
           02 filler   pic x(22) value "TERCEIROS FALTANTES: ".
           02 totft-d  pic zzzzz9.

       procedure division.
      *-----------------------------------------------------------------
           perform abre-arq.
           perform pede-parametros.
           perform carrega-ckpoint.
           perform registra-contagem.
           perform abre-relatorio.
           if modo-reinicio not = "S" and modo-reinicio not = "s"
               perform imprime-cabecalho
           perform abre-contagem-ord.
           perform processa-reconciliacao
               until fim-bems = "S" and fim-contagem = "S".
           perform confere-terceiros.
           perform imprime-total.
           perform finaliza-ckp.
           perform finaliza-contagem.
           perform fecha-arq.
           exit program.
      *-----------------------------------------------------------------
           open i-o BEMLOC.
           if ARQST-BLOC not = "00"
               move "S" to sem-bemloc.
      *Sem BEMTERC.DAT (instalacao sem o TERCBEM) o codigo de fora de
      *PATRIMO.DAT continua saindo como nao cadastrado.
           move "N" to sem-bemterc.
           open i-o BEMTERC.
           if ARQST-TERC not = "00"
               move "S" to sem-bemterc.
           open i-o INVCONT.
           if ARQST-IC not = "00"
               close INVCONT
               open output INVCONT
               close INVCONT
               open i-o INVCONT.
           open i-o INVEXC.
           if ARQST-IE not = "00"
               close INVEXC
               open output INVEXC
               close INVEXC
               open i-o INVEXC.
      *Sem LOCAIS.DAT o nao cadastrado fica sem departamento.
           move "N" to sem-locais.
           open input LOCAIS.
           if ARQST-LOC not = "00"
               move "S" to sem-locais.
      *-----------------------------------------------------------------
       pede-parametros.
           display "RECONCILIACAO DE INVENTARIO FISICO".
           display "Data da contagem AAAAMMDD (0 = data de hoje): ".
           accept data-contagem.
           if data-contagem = zeros
               move function current-date(1:8) to data-contagem.
           display "Retomar execucao anterior (reinicio) <S/N>: ".
           accept modo-reinicio.
           display "Aplicar locais corrigidos em BEMLOC (inventario "
                    move zeros to CK-TOTAL-FALTANTES
                    move zeros to CK-TOTAL-NAOCAD
                    move zeros to CK-TOTAL-DIVERG
                    move zeros to CK-TOTAL-TERC
                    move "P" to CK-SITUACAO
                    move "N" to modo-reinicio
               end-read
                       "O QUE RETOMAR"
                   stop run
               end-if
               if modo-reinicio not = "N"
                  and CK-CONTAGEM not = data-contagem
                   display "CHECKPOINT E DA CONTAGEM " CK-CONTAGEM
                   stop run
               end-if
               move CK-TOTAL-CONFERIDOS to total-conferidos
               move CK-TOTAL-FALTANTES to total-faltantes
               move CK-TOTAL-NAOCAD to total-naocad
               move CK-TOTAL-DIVERG to total-diverg
               move CK-TOTAL-TERC to total-terc
           else
               move zeros to CK-ULTIMO-BEM
               move "N" to CK-FIM-BEM
               move zeros to CK-ULTIMO-CONTADO
               move "N" to CK-FIM-CONTADO.
      *-----------------------------------------------------------------
       registra-contagem.
      *Contagem ja aprovada no APRINV gerou baixas e cadastros
      *pendentes e nao volta a rodar. Fora da retomada a contagem
      *comeca limpa: as excecoes de uma execucao anterior dela saem
      *de INVEXC.DAT antes da reconciliacao regravar as de agora.
           move data-contagem to IC-CONTAGEM
           move "S" to achou-contagem
           read INVCONT invalid key
                move "N" to achou-contagem
           end-read
           if achou-contagem = "S" and IC-SITUACAO = "A"
               display "CONTAGEM " data-contagem " JA APROVADA, NAO "
                   "PODE SER REPROCESSADA"
               stop run.
           if modo-reinicio not = "S" and modo-reinicio not = "s"
               perform limpa-excecoes.
           move data-contagem to IC-CONTAGEM
           move "P" to IC-SITUACAO
           move function current-date(1:8) to IC-DT-PROC
           move zeros to IC-TOTAL-FALTANTES IC-TOTAL-NAOCAD
           move spaces to IC-APROVADOR
           move zeros to IC-DT-APROVACAO
           move zeros to IC-TOTAL-BAIXAS IC-TOTAL-PENDCAD
           if achou-contagem = "S"
               rewrite REG-INVCONT
           else
               write REG-INVCONT.
      *-----------------------------------------------------------------
       limpa-excecoes.
           move "N" to fim-exc
           move data-contagem to IE-CONTAGEM
           move low-values to IE-TIPO
           move zeros to IE-CODIGO
           start INVEXC key is greater than or equal IE-CHAVE
               invalid key move "S" to fim-exc
           end-start
           perform apaga-excecao until fim-exc = "S".
      *-----------------------------------------------------------------
       apaga-excecao.
           read INVEXC next record at end move "S" to fim-exc
           not at end
               if IE-CONTAGEM not = data-contagem
                   move "S" to fim-exc
               else
                   delete INVEXC record
               end-if
           end-read.
      *-----------------------------------------------------------------
       ordena-contagem.
           sort ARQ-ORDEM on ascending key ORD-CODIGO
               move lin-det to LINHA-REL
               write LINHA-REL
               add 1 to total-faltantes
               perform grava-exc-faltante
           end-if
           move CODIGO-BEM to CK-ULTIMO-BEM
           move fim-bems   to CK-FIM-BEM.
       trata-nao-cadastrado.
      *codigo-contado so e considerado reconciliado quando esta rotina
      *roda; ver comentario de trata-faltante.
           move "N" to achou-terc
           if sem-bemterc not = "S"
               move codigo-contado to TC-CODIGO
               read BEMTERC not invalid key
                   move "S" to achou-terc
               end-read
           end-if
           if achou-terc = "S"
               perform trata-terceiro
           else
               move codigo-contado to cod-d
               move spaces to desc-d
               move "NAO CADASTRADO" to sit-d
               move lin-det to LINHA-REL
               write LINHA-REL
               add 1 to total-naocad
               perform grava-exc-naocad
           end-if
           move codigo-contado to CK-ULTIMO-CONTADO
           move fim-contagem   to CK-FIM-CONTADO.
      *-----------------------------------------------------------------
       grava-exc-faltante.
      *Numa retomada o trecho depois do ultimo checkpoint passa de
      *novo; a excecao ja gravada e so regravada.
           move data-contagem to IE-CONTAGEM
           move "F" to IE-TIPO
           move CODIGO-BEM to IE-CODIGO
           move DESCRICAO-BEM to IE-DESCRICAO
           move CODIGO-DEPTO to IE-DEPTO
           move spaces to IE-LOCAL
           if sem-bemloc not = "S"
               move CODIGO-BEM to CODIGO-BEM-L
               read BEMLOC not invalid key
                    move CODIGO-LOCAL-L to IE-LOCAL
               end-read
           end-if
           perform grava-excecao.
      *-----------------------------------------------------------------
       grava-exc-naocad.
      *O departamento do achado e o dono da sala onde foi contado.
           move data-contagem to IE-CONTAGEM
           move "N" to IE-TIPO
           move codigo-contado to IE-CODIGO
           move spaces to IE-DESCRICAO
           move spaces to IE-DEPTO
           move local-contado to IE-LOCAL
           if sem-locais not = "S" and local-contado not = spaces
               move local-contado to CODIGO-LOCAL
               read LOCAIS not invalid key
                    move CODIGO-DEPTO-L to IE-DEPTO
               end-read
           end-if
           perform grava-excecao.
      *-----------------------------------------------------------------
       grava-excecao.
           move spaces to IE-SITUACAO
           move zeros to IE-DATA-PED IE-HORA-PED
           write REG-INVEXC invalid key
                rewrite REG-INVEXC
           end-write.
      *-----------------------------------------------------------------
       trata-conferido.
      *Aqui os dois codigos casam, por isso os dois watermarks avancam
                    rewrite reg-bemloc
               end-write
           end-if.
      *-----------------------------------------------------------------
       trata-terceiro.
      *Bem de terceiro ja devolvido ao dono nao deveria estar na sala:
      *sai como excecao, como o bem proprio contado mas baixado.
           if TC-SITUACAO = "D"
               move codigo-contado to cod-d
               move TC-DESCRICAO to desc-d
               move "TERCEIRO DEVOLVIDO" to sit-d
               move lin-det to LINHA-REL
               write LINHA-REL
           else
               add 1 to total-terc
               if local-contado not = spaces
                  and local-contado not = TC-CODIGO-LOCAL
                   perform diverge-terceiro
               end-if
           end-if.
      *-----------------------------------------------------------------
       diverge-terceiro.
           move codigo-contado to cod-v
           move TC-DESCRICAO to desc-v
           move TC-CODIGO-LOCAL to esp-v
           move local-contado to cont-v
           if aplica-local = "S" or aplica-local = "s"
               move local-contado to TC-CODIGO-LOCAL
               rewrite reg-bemterc
               end-rewrite
               move "APLICADO" to apl-v
           else
               move spaces to apl-v
           end-if
           move lin-diverg to LINHA-REL
           write LINHA-REL
           add 1 to total-diverg.
      *-----------------------------------------------------------------
       confere-terceiros.
      *Passada final: BEMTERC.DAT e a contagem ordenada, os dois por
      *codigo, casados do comeco; bem de terceiro em uso sem linha na
      *contagem e faltante. Roda inteira de novo numa retomada.
           if sem-bemterc not = "S"
               close ARQ-CONTAGEM-ORD
               open input ARQ-CONTAGEM-ORD
               move "N" to fim-cont-terc
               move zeros to codigo-cont-terc
               perform le-contagem-terc
               move "N" to fim-terc
               move zeros to TC-CODIGO
               start BEMTERC key is greater than or equal TC-CODIGO
                   invalid key move "S" to fim-terc
               end-start
               perform le-terc-falta until fim-terc = "S".
      *-----------------------------------------------------------------
       le-terc-falta.
           read BEMTERC next record at end move "S" to fim-terc
           not at end
               if TC-SITUACAO not = "D"
                   perform procura-contagem-terc
               end-if
           end-read.
      *-----------------------------------------------------------------
       procura-contagem-terc.
           perform le-contagem-terc
               until fim-cont-terc = "S"
                  or codigo-cont-terc >= TC-CODIGO.
           if fim-cont-terc = "S" or codigo-cont-terc > TC-CODIGO
               move TC-CODIGO to cod-d
               move TC-DESCRICAO to desc-d
               move "TERCEIRO FALTANTE" to sit-d
               move lin-det to LINHA-REL
               write LINHA-REL
               add 1 to total-terc-falt.
      *-----------------------------------------------------------------
       le-contagem-terc.
           read ARQ-CONTAGEM-ORD
               at end move "S" to fim-cont-terc
               not at end move CORD-CODIGO to codigo-cont-terc
           end-read.
      *-----------------------------------------------------------------
       le-proximo-bem.
           read BEMS next record
               move total-faltantes to CK-TOTAL-FALTANTES
               move total-naocad to CK-TOTAL-NAOCAD
               move total-diverg to CK-TOTAL-DIVERG
               move total-terc to CK-TOTAL-TERC
               move data-contagem to CK-CONTAGEM
               rewrite REG-CKPOINT invalid key
                    write REG-CKPOINT
               end-rewrite
           move lin-total to LINHA-REL
           write LINHA-REL
           move total-diverg to totv-d
           move total-terc to tott-d
           move total-terc-falt to totft-d
           move lin-total-2 to LINHA-REL
           write LINHA-REL.
      *-----------------------------------------------------------------
           move total-faltantes to CK-TOTAL-FALTANTES
           move total-naocad to CK-TOTAL-NAOCAD
           move total-diverg to CK-TOTAL-DIVERG
           move total-terc to CK-TOTAL-TERC
           move data-contagem to CK-CONTAGEM
           rewrite REG-CKPOINT invalid key
                write REG-CKPOINT
           end-rewrite.
      *-----------------------------------------------------------------
       finaliza-contagem.
      *Contagem concluida fica a espera da aprovacao no APRINV.
           move data-contagem to IC-CONTAGEM
           read INVCONT invalid key
                move "N" to achou-contagem
           not invalid key
                move "S" to achou-contagem
           end-read
           move "C" to IC-SITUACAO
           move function current-date(1:8) to IC-DT-PROC
           move total-faltantes to IC-TOTAL-FALTANTES
           move total-naocad to IC-TOTAL-NAOCAD
           if achou-contagem = "S"
               rewrite REG-INVCONT
           else
               move spaces to IC-APROVADOR
               move zeros to IC-DT-APROVACAO
               move zeros to IC-TOTAL-BAIXAS IC-TOTAL-PENDCAD
               write REG-INVCONT.
      *-----------------------------------------------------------------
       fecha-arq.
           close BEMS.
           close REL-INVENT.
           if sem-bemloc not = "S"
               close BEMLOC.
           if sem-bemterc not = "S"
               close BEMTERC.
           close INVCONT.
           close INVEXC.
           if sem-locais not = "S"
               close LOCAIS.
       end program RECINV.
