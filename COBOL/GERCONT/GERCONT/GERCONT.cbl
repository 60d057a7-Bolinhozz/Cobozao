      *Informando um CODIGO-DEPTO gera a folha e o esqueleto so
      *daquela area; em branco gera de todos os departamentos de
      *DEPTOS.txt num unico par de arquivos.
      *A coluna KIT marca o bem principal de um kit (KIT PAI) e, no
      *componente, o codigo do bem principal (KITBEM.DAT), para o
      *contador conferir as pecas junto com o conjunto.
      *Os bens de terceiros em uso no departamento (BEMTERC.DAT, ver
      *TERCBEM) saem na mesma folha e no mesmo esqueleto, com a sala
      *do contrato, para o RECINV nao os tomar por nao cadastrados;
      *o subtotal os mostra a parte dos bens proprios.

       Identification Division.
       Program-Id. GERCONT.
              ALTERNATE RECORD KEY CODIGO-LOCAL-L WITH DUPLICATES
              FILE STATUS ARQST-BLOC.

              SELECT KITBEM ASSIGN TO DISK-5
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY KT-CODIGO-COMP
              ALTERNATE RECORD KEY KT-CODIGO-PAI WITH DUPLICATES
              FILE STATUS ARQST-KIT.

              SELECT BEMTERC ASSIGN TO DISK-6
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY TC-CODIGO
              ALTERNATE RECORD KEY TC-FORNECEDOR WITH DUPLICATES
              ALTERNATE RECORD KEY TC-CODIGO-DEPTO WITH DUPLICATES
              FILE STATUS ARQST-TERC.

       data division.
       file section.
       fd  BEMS LABEL RECORD STANDARD
           02 CODIGO-BEM-L       pic 9(06).
           02 CODIGO-LOCAL-L     pic x(06).

       fd  KITBEM label record standard
       value of file-id is "KITBEM.DAT".
       01 reg-kitbem.
           02 KT-CODIGO-COMP     pic 9(06).
           02 KT-CODIGO-PAI      pic 9(06).
           02 KT-DT-INCLUSAO     pic 9(08).
           02 KT-OPERADOR        pic x(10).

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

       WORKING-STORAGE SECTION.
       01 arqst        pic x(2).
       01 arqst-depto  pic x(2).
       01 arqst-skl    pic x(2).
       01 arqst-bloc   pic x(2).
       01 sem-bemloc   pic x(1) value "N".
       01 arqst-kit    pic x(2).
       01 sem-kitbem   pic x(1) value "N".
       01 arqst-terc   pic x(2).
       01 sem-bemterc  pic x(1) value "N".
       01 fim-terc     pic x(1) value "N".
       01 fim-deptos   pic x(1) value "N".
       01 fim-bems     pic x(1) value "N".

       01 bens-depto       pic 9(06) value zeros.
       01 total-bens       pic 9(06) value zeros.
       01 total-deptos     pic 9(06) value zeros.
       01 terc-depto       pic 9(06) value zeros.
       01 total-terc       pic 9(06) value zeros.

       01 TIPO.
           02 filler pic x(18) value "MOBILIARIO".
           02 filler pic x(18) value "TIPO".
           02 filler pic x(02) value spaces.
           02 filler pic x(07) value "CONTADO".
           02 filler pic x(10) value "KIT".
       01 lin-det.
           02 cod-d    pic zzzzz9.
           02 filler   pic x(02) value spaces.
           02 tipo-d   pic x(18).
           02 filler   pic x(02) value spaces.
           02 filler   pic x(05) value "[   ]".
           02 filler   pic x(02) value spaces.
           02 kit-d    pic x(10).
       01 lin-kit-comp.
           02 filler   pic x(04) value "KIT ".
           02 pai-d    pic 9(06).
       01 lin-sub.
           02 filler   pic x(22) value "BENS DO DEPARTAMENTO: ".
           02 sub-d    pic zzzzz9.
           02 filler   pic x(05) value spaces.
           02 filler   pic x(15) value "DE TERCEIROS: ".
           02 subt-d   pic zzzzz9.
       01 lin-total.
           02 filler   pic x(22) value "TOTAL DE BENS: ".
           02 tot-d    pic zzzzz9.
           02 filler   pic x(05) value spaces.
           02 filler   pic x(22) value "DEPARTAMENTOS: ".
           02 totd-d   pic zzzzz9.
       01 lin-total-2.
           02 filler   pic x(22) value "BENS DE TERCEIROS: ".
           02 tott-d   pic zzzzz9.

       procedure division.
      *-----------------------------------------------------------------
           perform fecha-arq.
           display "Folhas geradas: " total-deptos.
           display "Bens listados: " total-bens.
           display "Bens de terceiros: " total-terc.
           exit program.
      *-----------------------------------------------------------------
       abre-arq.
           open input BEMLOC.
           if ARQST-BLOC not = "00"
               move "S" to sem-bemloc.
           move "N" to sem-kitbem.
           open input KITBEM.
           if ARQST-KIT not = "00"
               move "S" to sem-kitbem.
           move "N" to sem-bemterc.
           open input BEMTERC.
           if ARQST-TERC not = "00"
               move "S" to sem-bemterc.
      *-----------------------------------------------------------------
       pede-parametros.
           display "GERACAO DE FOLHAS DE CONTAGEM".
               invalid key move "S" to fim-bems
           end-start
           perform le-bem-depto until fim-bems = "S"
           move zeros to terc-depto
           move "S" to fim-terc
           if sem-bemterc not = "S"
               move "N" to fim-terc
               move depto-atual to TC-CODIGO-DEPTO
               start BEMTERC key is equal to TC-CODIGO-DEPTO
                   invalid key move "S" to fim-terc
               end-start
           end-if
           perform le-terc-depto until fim-terc = "S"
           move bens-depto to sub-d
           move terc-depto to subt-d
           move lin-sub to LINHA-REL
           write LINHA-REL
           add 1 to total-deptos.
           else
               move "TIPO INVALIDO" to tipo-d
           end-if
           perform marca-kit
           move lin-det to LINHA-REL
           write LINHA-REL
           move CODIGO-BEM to SKL-CODIGO
           write LINHA-SKL
           add 1 to bens-depto
           add 1 to total-bens.
      *-----------------------------------------------------------------
       le-terc-depto.
           read BEMTERC next record key is TC-CODIGO-DEPTO
               at end move "S" to fim-terc
           not at end
               if TC-CODIGO-DEPTO not = depto-atual then
                   move "S" to fim-terc
               else
                   if TC-SITUACAO not = "D"
                       perform grava-linha-terc
                   end-if
               end-if
           end-read.
      *-----------------------------------------------------------------
       grava-linha-terc.
           move TC-CODIGO to cod-d
           move TC-DESCRICAO to desc-d
           move "BEM DE TERCEIRO" to tipo-d
           move spaces to kit-d
           move lin-det to LINHA-REL
           write LINHA-REL
           move TC-CODIGO to SKL-CODIGO
           move TC-CODIGO-LOCAL to SKL-LOCAL
           write LINHA-SKL
           add 1 to terc-depto
           add 1 to total-terc.
      *-----------------------------------------------------------------
       marca-kit.
           move spaces to kit-d.
           if sem-kitbem not = "S"
               move CODIGO-BEM to KT-CODIGO-COMP
               read KITBEM
                   invalid key
                       move CODIGO-BEM to KT-CODIGO-PAI
                       start KITBEM key is equal to KT-CODIGO-PAI
                           not invalid key move "KIT PAI" to kit-d
                       end-start
                   not invalid key
                       move KT-CODIGO-PAI to pai-d
                       move lin-kit-comp to kit-d
               end-read.
      *-----------------------------------------------------------------
       imprime-total.
           move spaces to LINHA-REL
           move total-bens to tot-d
           move total-deptos to totd-d
           move lin-total to LINHA-REL
           write LINHA-REL
           move total-terc to tott-d
           move lin-total-2 to LINHA-REL
           write LINHA-REL.
      *-----------------------------------------------------------------
       fecha-arq.
           close ARQ-SKL.
           if sem-bemloc not = "S"
               close BEMLOC.
           if sem-kitbem not = "S"
               close KITBEM.
           if sem-bemterc not = "S"
               close BEMTERC.
       end program GERCONT.
