      *cinco relatorios grampeados.
      *Arquivo satelite que nao exista na instalacao so deixa a sua
      *secao vazia; o dossie sai do mesmo jeito.
      *A composicao de kit de KITBEM.DAT fecha o dossie: para o bem
      *principal saem os componentes, para um componente sai o bem
      *principal do kit a que pertence.
      *A ficha tecnica de FICHABEM.DAT (fabricante, modelo, numero de
      *serie e especificacao, mantida no BENS) sai numa secao propria
      *depois do kit.
      *Com o indice AUDIDX.DAT carregado (IDXAUD) a secao de
      *auditoria le so as entradas do bem, em ordem de data, em vez
      *de varrer o log vivo e todos os meses arquivados.

       Identification Division.
       Program-Id. DOSBEM.
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-AMES.

              SELECT KITBEM ASSIGN TO DISK-12
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY KT-CODIGO-COMP
              ALTERNATE RECORD KEY KT-CODIGO-PAI WITH DUPLICATES
              FILE STATUS ARQST-KIT.

              SELECT FICHABEM ASSIGN TO DISK-13
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY FT-CODIGO-BEM
              ALTERNATE RECORD KEY FT-SERIE WITH DUPLICATES
              FILE STATUS ARQST-FT.

              SELECT AUDIDX ASSIGN TO DISK-14
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IX-LOCAL
              ALTERNATE RECORD KEY IX-CHAVE-TS WITH DUPLICATES
              ALTERNATE RECORD KEY IX-OPERADOR-TS WITH DUPLICATES
              FILE STATUS ARQST-IDX.

       data division.
       file section.
       fd  BEMS LABEL RECORD STANDARD
           02 AUD-CHAVE            PIC X(15).
           02 AUD-ANTES            PIC X(120).
           02 AUD-DEPOIS           PIC X(120).
           02 AUD-SEQ              PIC 9(09).
           02 AUD-ELO              PIC 9(09).

       FD  REL-DOSSIE LABEL RECORD STANDARD.
       01  LINHA-REL             PIC X(110).
           02 CA-SITUACAO        PIC X(01).
           02 CA-DATA-PROC       PIC 9(08).
           02 CA-TOTAL-ENTRADAS  PIC 9(06).
           02 CA-SEQ-INICIAL     PIC 9(09).
           02 CA-ELO-ANTERIOR    PIC 9(09).
           02 CA-SEQ-FINAL       PIC 9(09).
           02 CA-ELO-FINAL       PIC 9(09).

       fd  ARQ-AUD-MES LABEL RECORD STANDARD
       value of file-id is nome-arq-mes.
           02 AUDM-CHAVE           PIC X(15).
           02 AUDM-ANTES           PIC X(120).
           02 AUDM-DEPOIS          PIC X(120).
           02 AUDM-SEQ             PIC 9(09).
           02 AUDM-ELO             PIC 9(09).

       fd  KITBEM label record standard
       value of file-id is "KITBEM.DAT".
       01 reg-kitbem.
           02 KT-CODIGO-COMP     pic 9(06).
           02 KT-CODIGO-PAI      pic 9(06).
           02 KT-DT-INCLUSAO     pic 9(08).
           02 KT-OPERADOR        pic x(10).

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

       WORKING-STORAGE SECTION.
       01 arqst        pic x(2).
       01 arqst-loc    pic x(2).
       01 arqst-aud    pic x(2).
       01 arqst-rel    pic x(2).
       01 arqst-kit    pic x(2).
       01 arqst-ft     pic x(2).
       01 arqst-idx    pic x(2).

       01 bem-pedido       pic 9(06) value zeros.
       01 chave-busca      pic x(15) value spaces.
       01 sem-bemloc       pic x(01) value "N".
       01 sem-auditoria    pic x(01) value "N".
       01 sem-ctlaud       pic x(01) value "N".
       01 sem-kitbem       pic x(01) value "N".
       01 sem-ficha        pic x(01) value "N".
       01 sem-indice       pic x(01) value "N".
       01 fim-secao        pic x(01) value "N".
       01 fim-ctl          pic x(01) value "N".
       01 fim-mes          pic x(01) value "N".
       01 tit-garantia     pic x(30) value "5. GARANTIA/SEGURO".
       01 tit-local        pic x(30) value "6. LOCAL FISICO (BEMLOC)".
       01 tit-auditoria    pic x(30) value "7. AUDITORIA".
       01 tit-kit          pic x(30) value "8. COMPOSICAO DE KIT".
       01 tit-ficha        pic x(30) value "9. FICHA TECNICA".
       01 lin-vazia        pic x(30) value "   (SEM REGISTROS)".

       01 lin-rotulo.
           02 filler   pic x(03) value spaces.
           02 opc-a    pic x(01).

       01 cab-kit.
           02 filler pic x(03) value spaces.
           02 filler pic x(06) value "CODIGO".
           02 filler pic x(02) value spaces.
           02 filler pic x(30) value "DESCRICAO".
           02 filler pic x(02) value spaces.
           02 filler pic x(05) value "DEPTO".
           02 filler pic x(02) value spaces.
           02 filler pic x(03) value "SIT".
           02 filler pic x(02) value spaces.
           02 filler pic x(10) value "INCLUSAO".
       01 lin-kit.
           02 filler   pic x(03) value spaces.
           02 cod-k    pic zzzzz9.
           02 filler   pic x(02) value spaces.
           02 desc-k   pic x(30).
           02 filler   pic x(02) value spaces.
           02 dep-k    pic x(04).
           02 filler   pic x(04) value spaces.
           02 sit-k    pic x(01).
           02 filler   pic x(04) value spaces.
           02 inc-k    pic 99/99/9999.

       procedure division.
      *-----------------------------------------------------------------
       Inicio.
           perform secao-garantia.
           perform secao-local.
           perform secao-auditoria.
           perform secao-kit.
           perform secao-ficha.
           perform fecha-arq.
           display "Dossie gravado.".
           exit program.
           open input CTLAUD.
           if ARQST-CTL not = "00"
               move "S" to sem-ctlaud.
           move "N" to sem-kitbem.
           open input KITBEM.
           if ARQST-KIT not = "00"
               move "S" to sem-kitbem.
           move "N" to sem-ficha.
           open input FICHABEM.
           if ARQST-FT not = "00"
               move "S" to sem-ficha.
           move "N" to sem-indice.
           open input AUDIDX.
           if ARQST-IDX not = "00"
               move "S" to sem-indice.
           open output REL-DOSSIE.
      *-----------------------------------------------------------------
       busca-cadastro.
      *mensais AUDaaaamm.LOG apontados por CTLAUD.DAT, percorridos
      *na ordem dos periodos; mes destruido pela retencao deixa o
      *aviso no lugar das entradas.
      *Pelo indice as entradas vem direto da chave do bem, de todos
      *os arquivos ainda guardados; de CTLAUD.DAT so saem os avisos
      *de mes destruido.
           perform imprime-titulo-secao
           move tit-auditoria to LINHA-REL
           write LINHA-REL
           move "N" to teve-aviso
           perform varre-arquivos-mensais.
           move "N" to fim-secao
           if sem-indice not = "S"
               move chave-busca to IX-CHAVE
               move zeros to IX-TS-CHAVE
               start AUDIDX key is greater than or equal IX-CHAVE-TS
                   invalid key move "S" to fim-secao
               end-start
               perform le-indice-aud until fim-secao = "S"
           else
               if sem-auditoria = "S"
                   move "S" to fim-secao
               end-if
               perform le-auditoria until fim-secao = "S".
           if linhas-secao = zeros and teve-aviso not = "S"
               move lin-vazia to LINHA-REL
               write LINHA-REL.
           read CTLAUD next record at end move "S" to fim-ctl
           not at end
               if CA-SITUACAO = "A"
                   if sem-indice = "S"
                       perform le-arquivo-mes
                   end-if
               else
                   if CA-SITUACAO = "X"
                       move CA-PERIODO to mes-x
                   add 1 to linhas-secao
               end-if
           end-read.
      *-----------------------------------------------------------------
       le-indice-aud.
           read AUDIDX next record at end move "S" to fim-secao
           not at end
               if IX-CHAVE not = chave-busca
                   move "S" to fim-secao
               else
                   move IX-ENTRADA to REG-AUDITORIA
                   if linhas-secao = zeros
                       move cab-aud to LINHA-REL
                       write LINHA-REL
                   end-if
                   move AUD-TIMESTAMP to ts-a
                   move AUD-OPERADOR to oper-a
                   move AUD-PROGRAMA to prog-a
                   move AUD-OPERACAO to opc-a
                   move lin-aud to LINHA-REL
                   write LINHA-REL
                   add 1 to linhas-secao
               end-if
           end-read.
      *-----------------------------------------------------------------
       le-auditoria.
           read AUDITORIA at end move "S" to fim-secao
                   add 1 to linhas-secao
               end-if
           end-read.
      *-----------------------------------------------------------------
       secao-kit.
      *Ultima secao a ler PATRIMO.DAT, porque reaproveita o registro
      *para descrever cada componente; o cadastro do bem ja saiu.
           perform imprime-titulo-secao
           move tit-kit to LINHA-REL
           write LINHA-REL
           move zeros to linhas-secao
           if sem-kitbem not = "S"
               move bem-pedido to KT-CODIGO-COMP
               read KITBEM not invalid key
                   move "BEM PRINCIPAL" to rot-c
                   move KT-CODIGO-PAI to val-c
                   perform grava-rotulo
                   move KT-DT-INCLUSAO to data-ed
                   move "INCLUIDO NO KIT" to rot-c
                   move data-ed to val-c
                   perform grava-rotulo
                   add 1 to linhas-secao
               end-read.
           move "N" to fim-secao
           if sem-kitbem = "S" or linhas-secao not = zeros
               move "S" to fim-secao.
           if fim-secao not = "S"
               move bem-pedido to KT-CODIGO-PAI
               start KITBEM key is equal to KT-CODIGO-PAI
                   invalid key move "S" to fim-secao
               end-start.
           perform le-kit until fim-secao = "S".
           if linhas-secao = zeros
               move lin-vazia to LINHA-REL
               write LINHA-REL.
      *-----------------------------------------------------------------
       le-kit.
           read KITBEM next record key is KT-CODIGO-PAI
               at end move "S" to fim-secao
           not at end
               if KT-CODIGO-PAI not = bem-pedido
                   move "S" to fim-secao
               else
                   if linhas-secao = zeros
                       move cab-kit to LINHA-REL
                       write LINHA-REL
                   end-if
                   move KT-CODIGO-COMP to cod-k CODIGO-BEM
                   move KT-DT-INCLUSAO to inc-k
                   move "(FORA DO CADASTRO)" to desc-k
                   move spaces to dep-k sit-k
                   read BEMS not invalid key
                       move DESCRICAO-BEM to desc-k
                       move CODIGO-DEPTO to dep-k
                       move STATUS-BEM to sit-k
                   end-read
                   move lin-kit to LINHA-REL
                   write LINHA-REL
                   add 1 to linhas-secao
               end-if
           end-read.
      *-----------------------------------------------------------------
       secao-ficha.
           perform imprime-titulo-secao
           move tit-ficha to LINHA-REL
           write LINHA-REL
           move zeros to linhas-secao
           if sem-ficha not = "S"
               move bem-pedido to FT-CODIGO-BEM
               read FICHABEM not invalid key
                   move "FABRICANTE" to rot-c
                   move FT-FABRICANTE to val-c
                   perform grava-rotulo
                   move "MODELO" to rot-c
                   move FT-MODELO to val-c
                   perform grava-rotulo
                   move "NUMERO DE SERIE" to rot-c
                   move FT-SERIE to val-c
                   perform grava-rotulo
                   move "ESPECIFICACAO" to rot-c
                   move FT-ESPEC-1 to val-c
                   perform grava-rotulo
                   move spaces to rot-c
                   move FT-ESPEC-2 to val-c
                   perform grava-rotulo
                   move FT-ESPEC-3 to val-c
                   perform grava-rotulo
                   move FT-ESPEC-4 to val-c
                   perform grava-rotulo
                   move "ULTIMA ALTERACAO" to rot-c
                   move FT-DT-ALTERACAO to data-ed
                   move data-ed to val-c
                   perform grava-rotulo
                   move "OPERADOR" to rot-c
                   move FT-OPERADOR to val-c
                   perform grava-rotulo
                   add 1 to linhas-secao
               end-read.
           if linhas-secao = zeros
               move lin-vazia to LINHA-REL
               write LINHA-REL.
      *-----------------------------------------------------------------
       fecha-arq.
           close BEMS.
               close AUDITORIA.
           if sem-ctlaud not = "S"
               close CTLAUD.
           if sem-kitbem not = "S"
               close KITBEM.
           if sem-ficha not = "S"
               close FICHABEM.
           if sem-indice not = "S"
               close AUDIDX.
           close REL-DOSSIE.
       end program DOSBEM.
