      *Conversao de Layout de NOTAFIS.DAT e CTLAUD.DAT
      *NOTAFIS.DAT ganhou o ICMS destacado (NF-VALOR-ICMS, ver
      *CIAPBEM) e a requisicao de compra (NF-REQUISICAO, ver REQBEM);
      *CTLAUD.DAT ganhou a sequencia e o elo do mes arquivado
      *(CA-SEQ-INICIAL a CA-ELO-FINAL, ver ARQAUD e VERAUD). Um
      *arquivo indexado gravado no layout antigo nao abre com o
      *registro novo (status 39), e CADNF, BENS e ARQAUD so recriam
      *o arquivo quando ele nao existe (status 35): com layout antigo
      *param com a mensagem de erro de abertura ate esta conversao
      *rodar.
      *Roda uma vez na implantacao, com os programas de manutencao
      *parados e depois da copia de seguranca dos dois arquivos.
      *Cada arquivo e testado no layout atual (ja convertido ou
      *inexistente, nada a fazer) e nos antigos; reconhecido o
      *layout, o registro passa para o arquivo de trabalho
      *NOTAFIS.CNV / CTLAUD.CNV ja no layout novo e o .DAT e
      *regravado a partir dele. Campo novo entra zerado: nota sem
      *ICMS nem requisicao registrados e mes arquivado antes da
      *auditoria encadeada, que o VERAUD so conta sem verificar.
      *Rodar de novo nao muda nada.

       Identification Division.
       Program-Id. CONVARQ.

       Environment Division.
       special-names.   decimal-point is comma.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *NOTAFIS.DAT em cada layout: atual, so ate o valor total e ate
      *o ICMS (antes da requisicao).
              SELECT NOTAFIS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY NF-NUMERO
              FILE STATUS ARQST-NF.

              SELECT NOTAFIS-V1 ASSIGN TO DISK-1
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY N1-NUMERO
              FILE STATUS ARQST-NF.

              SELECT NOTAFIS-V2 ASSIGN TO DISK-2
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY N2-NUMERO
              FILE STATUS ARQST-NF.

              SELECT CNV-NOTAFIS ASSIGN TO DISK-3
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-CNV.

              SELECT CTLAUD ASSIGN TO DISK-4
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CA-PERIODO
              FILE STATUS ARQST-CTL.

              SELECT CTLAUD-V1 ASSIGN TO DISK-5
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY C1-PERIODO
              FILE STATUS ARQST-CTL.

              SELECT CNV-CTLAUD ASSIGN TO DISK-6
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-CNV.

              SELECT REL-CNV ASSIGN TO DISK-7
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-REL.

       data division.
       file section.
       fd  NOTAFIS
       value of file-id is "NOTAFIS.DAT".
       01 reg-notafis.
           02 Chaves.
               03 NF-NUMERO      pic 9(15).
           02 NF-FORNECEDOR      pic x(04).
           02 NF-DATA            pic 9(08).
           02 NF-VALOR-TOTAL     pic 9(08)v99.
           02 NF-VALOR-ICMS      pic 9(08)v99.
           02 NF-REQUISICAO      pic 9(06).

       fd  NOTAFIS-V1
       value of file-id is "NOTAFIS.DAT".
       01 reg-notafis-v1.
           02 N1-NUMERO          pic 9(15).
           02 N1-FORNECEDOR      pic x(04).
           02 N1-DATA            pic 9(08).
           02 N1-VALOR-TOTAL     pic 9(08)v99.

       fd  NOTAFIS-V2
       value of file-id is "NOTAFIS.DAT".
       01 reg-notafis-v2.
           02 N2-NUMERO          pic 9(15).
           02 N2-FORNECEDOR      pic x(04).
           02 N2-DATA            pic 9(08).
           02 N2-VALOR-TOTAL     pic 9(08)v99.
           02 N2-VALOR-ICMS      pic 9(08)v99.

       fd  CNV-NOTAFIS
       value of file-id is "NOTAFIS.CNV".
       01 reg-cnv-notafis.
           02 CV-NUMERO          pic 9(15).
           02 CV-FORNECEDOR      pic x(04).
           02 CV-DATA            pic 9(08).
           02 CV-VALOR-TOTAL     pic 9(08)v99.
           02 CV-VALOR-ICMS      pic 9(08)v99.
           02 CV-REQUISICAO      pic 9(06).

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

       FD  CTLAUD-V1 LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "CTLAUD.DAT".
       01  REG-CTLAUD-V1.
           02 C1-PERIODO         PIC 9(06).
           02 C1-SITUACAO        PIC X(01).
           02 C1-DATA-PROC       PIC 9(08).
           02 C1-TOTAL-ENTRADAS  PIC 9(06).

       FD  CNV-CTLAUD LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "CTLAUD.CNV".
       01  REG-CNV-CTLAUD.
           02 CC-PERIODO         PIC 9(06).
           02 CC-SITUACAO        PIC X(01).
           02 CC-DATA-PROC       PIC 9(08).
           02 CC-TOTAL-ENTRADAS  PIC 9(06).
           02 CC-SEQ-INICIAL     PIC 9(09).
           02 CC-ELO-ANTERIOR    PIC 9(09).
           02 CC-SEQ-FINAL       PIC 9(09).
           02 CC-ELO-FINAL       PIC 9(09).

       FD  REL-CNV LABEL RECORD STANDARD.
       01  LINHA-REL             PIC X(80).

       WORKING-STORAGE SECTION.
       01 arqst-nf     pic x(2).
       01 arqst-ctl    pic x(2).
       01 arqst-cnv    pic x(2).
       01 arqst-rel    pic x(2).

      *Layout achado: A = atual, X = arquivo inexistente, 1 e 2 =
      *antigos, E = nao reconhecido (status da ultima tentativa).
       01 layout-arq       pic x(1) value spaces.
       01 status-arq       pic x(2) value spaces.
       01 fim-arq          pic x(1) value "N".
       01 total-lidos      pic 9(07) value zeros.
       01 total-gravados   pic 9(07) value zeros.
       01 erro-conv        pic x(1) value "N".

       01 cab-1.
           02 filler pic x(46) value
              "RELATORIO DE CONVERSAO DE LAYOUT".
       01 lin-situacao.
           02 arq-s    pic x(12).
           02 filler   pic x(02) value spaces.
           02 msg-s    pic x(50).
           02 st-s     pic x(02).
       01 lin-total.
           02 arq-t    pic x(12).
           02 filler   pic x(02) value spaces.
           02 filler   pic x(08) value "LIDOS: ".
           02 lid-t    pic zzzzzz9.
           02 filler   pic x(13) value "  GRAVADOS: ".
           02 grv-t    pic zzzzzz9.

       procedure division.
      *-----------------------------------------------------------------
       Inicio.
           display "CONVERSAO DE LAYOUT (NOTAFIS.DAT, CTLAUD.DAT)".
           open output REL-CNV.
           move cab-1 to LINHA-REL.
           write LINHA-REL.
           move spaces to LINHA-REL.
           write LINHA-REL.
           perform converte-notafis.
           perform converte-ctlaud.
           close REL-CNV.
           if erro-conv = "S"
               display "Conversao com erro, ver relatorio."
               move 8 to return-code
           else
               display "Conversao concluida.".
           exit program.
      *-----------------------------------------------------------------
       converte-notafis.
           move "NOTAFIS.DAT" to arq-s arq-t.
           perform identifica-notafis.
           if layout-arq = "A"
               move "JA NO LAYOUT ATUAL, NADA A CONVERTER" to msg-s
               perform imprime-situacao
           else
           if layout-arq = "X"
               move "NAO EXISTE, SERA CRIADO PELO CADNF" to msg-s
               perform imprime-situacao
           else
           if layout-arq = "E"
               move "LAYOUT NAO RECONHECIDO, NAO CONVERTIDO - STATUS "
                   to msg-s
               move status-arq to st-s
               perform imprime-situacao
               move "S" to erro-conv
           else
               perform descarrega-notafis
               if erro-conv not = "S"
                   perform recarrega-notafis
               end-if
           end-if
           end-if
           end-if.
      *-----------------------------------------------------------------
       identifica-notafis.
      *Cada tentativa que nao e 39 (registro de outro tamanho) decide.
           open input NOTAFIS.
           move arqst-nf to status-arq.
           if arqst-nf = "00"
               move "A" to layout-arq
               close NOTAFIS
           else
           if arqst-nf = "35"
               move "X" to layout-arq
           else
               open input NOTAFIS-V1
               move arqst-nf to status-arq
               if arqst-nf = "00"
                   move "1" to layout-arq
                   close NOTAFIS-V1
               else
                   open input NOTAFIS-V2
                   move arqst-nf to status-arq
                   if arqst-nf = "00"
                       move "2" to layout-arq
                       close NOTAFIS-V2
                   else
                       move "E" to layout-arq
                   end-if
               end-if
           end-if
           end-if.
      *-----------------------------------------------------------------
       descarrega-notafis.
      *Layout antigo para NOTAFIS.CNV ja no layout novo.
           move zeros to total-lidos total-gravados.
           move "N" to fim-arq.
           open output CNV-NOTAFIS.
           if layout-arq = "1"
               open input NOTAFIS-V1
               perform le-notafis-v1 until fim-arq = "S"
               close NOTAFIS-V1
           else
               open input NOTAFIS-V2
               perform le-notafis-v2 until fim-arq = "S"
               close NOTAFIS-V2.
           close CNV-NOTAFIS.
      *-----------------------------------------------------------------
       le-notafis-v1.
           read NOTAFIS-V1 next record at end move "S" to fim-arq
           not at end
               add 1 to total-lidos
               move N1-NUMERO to CV-NUMERO
               move N1-FORNECEDOR to CV-FORNECEDOR
               move N1-DATA to CV-DATA
               move N1-VALOR-TOTAL to CV-VALOR-TOTAL
               move zeros to CV-VALOR-ICMS CV-REQUISICAO
               write reg-cnv-notafis
           end-read.
      *-----------------------------------------------------------------
       le-notafis-v2.
           read NOTAFIS-V2 next record at end move "S" to fim-arq
           not at end
               add 1 to total-lidos
               move N2-NUMERO to CV-NUMERO
               move N2-FORNECEDOR to CV-FORNECEDOR
               move N2-DATA to CV-DATA
               move N2-VALOR-TOTAL to CV-VALOR-TOTAL
               move N2-VALOR-ICMS to CV-VALOR-ICMS
               move zeros to CV-REQUISICAO
               write reg-cnv-notafis
           end-read.
      *-----------------------------------------------------------------
       recarrega-notafis.
      *NOTAFIS.DAT recriado no layout novo a partir de NOTAFIS.CNV,
      *que fica no disco ate a conferencia.
           move "N" to fim-arq.
           open output NOTAFIS.
           if arqst-nf not = "00"
               move arqst-nf to status-arq
               move "ERRO NA RECRIACAO, COPIA EM NOTAFIS.CNV - STATUS "
                   to msg-s
               move status-arq to st-s
               perform imprime-situacao
               move "S" to erro-conv
           else
               open input CNV-NOTAFIS
               perform grava-notafis until fim-arq = "S"
               close CNV-NOTAFIS
               close NOTAFIS
               move "CONVERTIDO PARA O LAYOUT ATUAL" to msg-s
               perform imprime-situacao
               perform imprime-total.
      *-----------------------------------------------------------------
       grava-notafis.
           read CNV-NOTAFIS at end move "S" to fim-arq
           not at end
               move reg-cnv-notafis to reg-notafis
               write reg-notafis invalid key
                    move "S" to erro-conv
               not invalid key
                    add 1 to total-gravados
               end-write
           end-read.
      *-----------------------------------------------------------------
       converte-ctlaud.
           move "CTLAUD.DAT" to arq-s arq-t.
           perform identifica-ctlaud.
           if layout-arq = "A"
               move "JA NO LAYOUT ATUAL, NADA A CONVERTER" to msg-s
               perform imprime-situacao
           else
           if layout-arq = "X"
               move "NAO EXISTE, SERA CRIADO PELO ARQAUD" to msg-s
               perform imprime-situacao
           else
           if layout-arq = "E"
               move "LAYOUT NAO RECONHECIDO, NAO CONVERTIDO - STATUS "
                   to msg-s
               move status-arq to st-s
               perform imprime-situacao
               move "S" to erro-conv
           else
               perform descarrega-ctlaud
               perform recarrega-ctlaud
           end-if
           end-if
           end-if.
      *-----------------------------------------------------------------
       identifica-ctlaud.
           open input CTLAUD.
           move arqst-ctl to status-arq.
           if arqst-ctl = "00"
               move "A" to layout-arq
               close CTLAUD
           else
           if arqst-ctl = "35"
               move "X" to layout-arq
           else
               open input CTLAUD-V1
               move arqst-ctl to status-arq
               if arqst-ctl = "00"
                   move "1" to layout-arq
                   close CTLAUD-V1
               else
                   move "E" to layout-arq
               end-if
           end-if
           end-if.
      *-----------------------------------------------------------------
       descarrega-ctlaud.
           move zeros to total-lidos total-gravados.
           move "N" to fim-arq.
           open output CNV-CTLAUD.
           open input CTLAUD-V1.
           perform le-ctlaud-v1 until fim-arq = "S".
           close CTLAUD-V1.
           close CNV-CTLAUD.
      *-----------------------------------------------------------------
       le-ctlaud-v1.
           read CTLAUD-V1 next record at end move "S" to fim-arq
           not at end
               add 1 to total-lidos
               move C1-PERIODO to CC-PERIODO
               move C1-SITUACAO to CC-SITUACAO
               move C1-DATA-PROC to CC-DATA-PROC
               move C1-TOTAL-ENTRADAS to CC-TOTAL-ENTRADAS
               move zeros to CC-SEQ-INICIAL CC-ELO-ANTERIOR
                             CC-SEQ-FINAL CC-ELO-FINAL
               write REG-CNV-CTLAUD
           end-read.
      *-----------------------------------------------------------------
       recarrega-ctlaud.
           move "N" to fim-arq.
           open output CTLAUD.
           if arqst-ctl not = "00"
               move arqst-ctl to status-arq
               move "ERRO NA RECRIACAO, COPIA EM CTLAUD.CNV - STATUS "
                   to msg-s
               move status-arq to st-s
               perform imprime-situacao
               move "S" to erro-conv
           else
               open input CNV-CTLAUD
               perform grava-ctlaud until fim-arq = "S"
               close CNV-CTLAUD
               close CTLAUD
               move "CONVERTIDO PARA O LAYOUT ATUAL" to msg-s
               perform imprime-situacao
               perform imprime-total.
      *-----------------------------------------------------------------
       grava-ctlaud.
           read CNV-CTLAUD at end move "S" to fim-arq
           not at end
               move REG-CNV-CTLAUD to REG-CTLAUD
               write REG-CTLAUD invalid key
                    move "S" to erro-conv
               not invalid key
                    add 1 to total-gravados
               end-write
           end-read.
      *-----------------------------------------------------------------
       imprime-situacao.
           move lin-situacao to LINHA-REL.
           write LINHA-REL.
           move spaces to st-s.
      *-----------------------------------------------------------------
       imprime-total.
           move total-lidos to lid-t.
           move total-gravados to grv-t.
           move lin-total to LINHA-REL.
           write LINHA-REL.
       end program CONVARQ.
