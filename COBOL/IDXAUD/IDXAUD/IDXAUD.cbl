      *Carga e Reconstrucao do Indice da Auditoria
      *O CONSAUD e o DOSBEM achavam as entradas de uma chave ou de um
      *operador lendo a AUDITORIA.LOG e todos os AUDaaaamm.LOG desde
      *a primeira linha. AUDIDX.DAT e o indice dessas entradas:
      *chave primaria o arquivo (periodo AAAAMM do mes arquivado, ou
      *999999 para o log vivo) e a posicao da entrada dentro dele,
      *chaves alternadas AUD-CHAVE + AUD-TIMESTAMP e AUD-OPERADOR +
      *AUD-TIMESTAMP, e a copia da entrada, para a consulta nao ter
      *de reler o arquivo sequencial ate a posicao.
      *Este programa regrava o indice inteiro a partir dos meses
      *arquivados ("A" em CTLAUD.DAT) e do log vivo. Roda uma vez
      *para implantar o indice e de novo sempre que um corte do
      *ARQAUD for interrompido no meio. Depois da carga cada
      *programa de manutencao indexa a entrada que grava, e o ARQAUD
      *reaponta o indice no corte e o limpa na destruicao.

       Identification Division.
       Program-Id. IDXAUD.

       Environment Division.
       special-names.   decimal-point is comma.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT AUDITORIA ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-AUD.

              SELECT AUDIDX ASSIGN TO DISK-1
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IX-LOCAL
              ALTERNATE RECORD KEY IX-CHAVE-TS WITH DUPLICATES
              ALTERNATE RECORD KEY IX-OPERADOR-TS WITH DUPLICATES
              FILE STATUS ARQST-IDX.

              SELECT CTLAUD ASSIGN TO DISK-2
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CA-PERIODO
              FILE STATUS ARQST-CTL.

              SELECT REL-IDX ASSIGN TO DISK-3
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

       FD  REL-IDX LABEL RECORD STANDARD.
       01  LINHA-REL             PIC X(80).

       WORKING-STORAGE SECTION.
       01 arqst-aud    pic x(2).
       01 arqst-idx    pic x(2).
       01 arqst-ctl    pic x(2).
       01 arqst-rel    pic x(2).

      *Log lido: o vivo ou um mes cortado pelo ARQAUD, montado antes
      *de cada OPEN.
       01 nome-arq-aud     pic x(20) value "AUDITORIA.LOG".
       01 nome-arq-mes.
           02 filler             pic x(03) value "AUD".
           02 nome-periodo       pic 9(06) value zeros.
           02 filler             pic x(04) value ".LOG".

       01 sem-ctlaud       pic x(1) value "N".
       01 fim-ctl          pic x(1) value "N".
       01 fim-aud          pic x(1) value "N".
       01 arquivo-atual    pic 9(06) value zeros.
       01 posicao-atual    pic 9(09) value zeros.
       01 total-indexadas  pic 9(09) value zeros.
       01 total-arquivos   pic 9(04) value zeros.

       01 cab-1.
           02 filler pic x(46) value
              "RELATORIO DE CARGA DO INDICE DA AUDITORIA".
       01 lin-arquivo.
           02 filler   pic x(08) value "ARQUIVO ".
           02 arq-r    pic x(20).
           02 filler   pic x(11) value " ENTRADAS: ".
           02 ent-r    pic zzzzzzzz9.
       01 lin-falta.
           02 filler   pic x(08) value "ARQUIVO ".
           02 arq-f    pic x(20).
           02 filler   pic x(40) value
              " NAO ENCONTRADO, MES FORA DO INDICE".
       01 lin-total.
           02 filler   pic x(30) value "ENTRADAS INDEXADAS..........: ".
           02 tot-i    pic zzzzzzzz9.
       01 lin-total-2.
           02 filler   pic x(30) value "ARQUIVOS LIDOS..............: ".
           02 tot-a    pic zzzzzzzz9.

       procedure division.
      *-----------------------------------------------------------------
       Inicio.
           display "CARGA DO INDICE DA AUDITORIA (AUDIDX.DAT)".
           perform abre-arq.
           move cab-1 to LINHA-REL.
           write LINHA-REL.
           move spaces to LINHA-REL.
           write LINHA-REL.
      *Meses arquivados primeiro, na ordem do controle; o log vivo
      *por ultimo, como arquivo 999999.
           perform indexa-meses.
           move "AUDITORIA.LOG" to nome-arq-aud.
           move 999999 to arquivo-atual.
           perform indexa-arquivo.
           perform imprime-totais.
           perform fecha-arq.
           display "Carga concluida.".
           display "Entradas indexadas: " total-indexadas.
           exit program.
      *-----------------------------------------------------------------
       abre-arq.
      *O controle e aberto antes de zerar o indice: com CTLAUD.DAT
      *ilegivel a carga para sem perder o indice atual.
           move "N" to sem-ctlaud.
           open input CTLAUD.
           if ARQST-CTL = "35"
               move "S" to sem-ctlaud
           else
           if ARQST-CTL not = "00"
               display "ERRO NA ABERTURA DE CTLAUD.DAT - " ARQST-CTL
               display "(STATUS 39: LAYOUT ANTIGO, RODE O CONVARQ)"
               stop run.
      *O indice e sempre regravado do zero: uma carga repetida nao
      *duplica nem deixa entrada velha apontando para o lugar errado.
           open output AUDIDX.
           close AUDIDX.
           open i-o AUDIDX.
           if ARQST-IDX not = "00"
               display "ERRO NA ABERTURA DE AUDIDX.DAT - " ARQST-IDX
               stop run.
           open output REL-IDX.
      *-----------------------------------------------------------------
       indexa-meses.
      *Sem CTLAUD.DAT o ARQAUD nunca cortou o log e so ha o vivo.
           move "N" to fim-ctl.
           if sem-ctlaud = "S"
               move "S" to fim-ctl.
           if fim-ctl not = "S"
               move zeros to CA-PERIODO
               start CTLAUD key is greater than or equal CA-PERIODO
                   invalid key move "S" to fim-ctl
               end-start.
           perform le-ctlaud until fim-ctl = "S".
      *-----------------------------------------------------------------
       le-ctlaud.
           read CTLAUD next record at end move "S" to fim-ctl
           not at end
               if CA-SITUACAO = "A"
                   move CA-PERIODO to nome-periodo arquivo-atual
                   move nome-arq-mes to nome-arq-aud
                   perform indexa-arquivo
               end-if
           end-read.
      *-----------------------------------------------------------------
       indexa-arquivo.
           move zeros to posicao-atual.
           move "N" to fim-aud.
           open input AUDITORIA.
           if ARQST-AUD not = "00"
               close AUDITORIA
               move nome-arq-aud to arq-f
               move lin-falta to LINHA-REL
               write LINHA-REL
           else
               perform indexa-entrada until fim-aud = "S"
               close AUDITORIA
               add 1 to total-arquivos
               move nome-arq-aud to arq-r
               move posicao-atual to ent-r
               move lin-arquivo to LINHA-REL
               write LINHA-REL.
      *-----------------------------------------------------------------
       indexa-entrada.
           read AUDITORIA at end move "S" to fim-aud
           not at end
               add 1 to posicao-atual
               move arquivo-atual to IX-ARQUIVO
               move posicao-atual to IX-POSICAO
               move AUD-CHAVE to IX-CHAVE
               move AUD-TIMESTAMP to IX-TS-CHAVE IX-TS-OPERADOR
               move AUD-OPERADOR to IX-OPERADOR
               move REG-AUDITORIA to IX-ENTRADA
               write REG-AUDIDX invalid key
                    rewrite REG-AUDIDX
               end-write
               add 1 to total-indexadas
           end-read.
      *-----------------------------------------------------------------
       imprime-totais.
           move spaces to LINHA-REL.
           write LINHA-REL.
           move total-indexadas to tot-i.
           move lin-total to LINHA-REL.
           write LINHA-REL.
           move total-arquivos to tot-a.
           move lin-total-2 to LINHA-REL.
           write LINHA-REL.
      *-----------------------------------------------------------------
       fecha-arq.
           close AUDIDX.
           if sem-ctlaud not = "S"
               close CTLAUD.
           close REL-IDX.
       end program IDXAUD.
