      *Relatorio de Contratos de Bens de Terceiros a Devolver/Renovar
      *Le BEMTERC.DAT por completo (ver TERCBEM) e lista os bens de
      *terceiros ainda em uso cuja devolucao prevista cai nos
      *proximos N dias a partir da data base informada, apontando os
      *contratos ja vencidos, com o nome do proprietario buscado em
      *FORNEC.DAT e a mensalidade, para o setor decidir a tempo entre
      *devolver o equipamento e renovar o contrato.

       Identification Division.
       Program-Id. LISTTERC.

       Environment Division.
       special-names.   decimal-point is comma.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT BEMTERC ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY TC-CODIGO
              ALTERNATE RECORD KEY TC-FORNECEDOR WITH DUPLICATES
              ALTERNATE RECORD KEY TC-CODIGO-DEPTO WITH DUPLICATES
              FILE STATUS ARQST.

              SELECT FORNEC ASSIGN TO DISK-1
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CODIGO-FORN
              ALTERNATE RECORD KEY NOME-FORN WITH DUPLICATES
              FILE STATUS ARQST-FORN.

              SELECT REL-TERC ASSIGN TO DISK-2
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-REL.

       data division.
       file section.
       fd  BEMTERC LABEL RECORD STANDARD
       value of file-id is "BEMTERC.DAT".
       01 reg-bemterc.
           02 Chaves.
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

       fd  FORNEC LABEL RECORD STANDARD
       value of file-id is "FORNEC.DAT".
       01 reg-fornec.
           02 Chaves-F.
               03 CODIGO-FORN    pic x(04).
           02 NOME-FORN          pic x(30).
           02 CNPJ-FORN          pic 9(14).

       FD  REL-TERC LABEL RECORD STANDARD.
       01  LINHA-REL             PIC X(132).

       WORKING-STORAGE SECTION.
       01 arqst        pic x(2).
       01 arqst-forn   pic x(2).
       01 arqst-rel    pic x(2).
       01 fim-bemterc  pic x(1) value "N".
       01 sem-fornec   pic x(1) value "N".

       01 data-base        pic 9(08) value zeros.
       01 dias-aviso       pic 9(03) value zeros.
       01 data-limite      pic 9(08) value zeros.
       01 dias-int         pic 9(07) value zeros.
       01 dias-faltam      pic 9(07) value zeros.
       01 total-linhas     pic 9(06) value zeros.
       01 total-vencidos   pic 9(06) value zeros.
       01 total-mensal     pic 9(08)v99 value zeros.

       01 cab-1.
           02 filler pic x(50) value
              "CONTRATOS DE BENS DE TERCEIROS A DEVOLVER/RENOVAR".
       01 cab-2.
           02 filler pic x(06) value "CODIGO".
           02 filler pic x(02) value spaces.
           02 filler pic x(30) value "DESCRICAO".
           02 filler pic x(02) value spaces.
           02 filler pic x(04) value "DPTO".
           02 filler pic x(02) value spaces.
           02 filler pic x(20) value "PROPRIETARIO".
           02 filler pic x(02) value spaces.
           02 filler pic x(15) value "CONTRATO".
           02 filler pic x(02) value spaces.
           02 filler pic x(03) value "MOD".
           02 filler pic x(02) value spaces.
           02 filler pic x(09) value "MENSAL".
           02 filler pic x(02) value spaces.
           02 filler pic x(10) value "DEVOLUCAO".
           02 filler pic x(02) value spaces.
           02 filler pic x(16) value "SITUACAO".
       01 lin-det.
           02 cod-t    pic zzzzz9.
           02 filler   pic x(02) value spaces.
           02 desc-t   pic x(30).
           02 filler   pic x(02) value spaces.
           02 dpto-t   pic x(04).
           02 filler   pic x(02) value spaces.
           02 forn-t   pic x(20).
           02 filler   pic x(02) value spaces.
           02 contr-t  pic x(15).
           02 filler   pic x(03) value spaces.
           02 mod-t    pic x(01).
           02 filler   pic x(03) value spaces.
           02 mens-t   pic zz.zz9,99.
           02 filler   pic x(02) value spaces.
           02 dt-t     pic 99/99/9999.
           02 filler   pic x(02) value spaces.
           02 sit-t    pic x(16).
       01 sit-vence.
           02 filler   pic x(09) value "VENCE EM ".
           02 dias-t   pic zz9.
           02 filler   pic x(04) value " DIA".
       01 lin-total.
           02 filler   pic x(22) value "CONTRATOS LISTADOS: ".
           02 tot-t    pic zzzzz9.
           02 filler   pic x(05) value spaces.
           02 filler   pic x(22) value "JA VENCIDOS: ".
           02 totv-t   pic zzzzz9.
           02 filler   pic x(05) value spaces.
           02 filler   pic x(22) value "MENSALIDADES: ".
           02 totm-t   pic zz.zzz.zz9,99.

       procedure division.
      *-----------------------------------------------------------------
       Inicio.
           perform abre-arq.
           perform pede-parametros.
           perform imprime-cabecalho.
           perform processa-bemterc until fim-bemterc = "S".
           perform imprime-total.
           perform fecha-arq.
           exit program.
      *-----------------------------------------------------------------
       abre-arq.
           open input BEMTERC.
           if ARQST not = "00"
               display "ERRO NA ABERTURA DE BEMTERC.DAT - " ARQST
               stop run.
      *Sem FORNEC.DAT o relatorio sai com o codigo do proprietario no
      *lugar do nome.
           move "N" to sem-fornec.
           open input FORNEC.
           if ARQST-FORN not = "00"
               move "S" to sem-fornec.
           open output REL-TERC.
      *-----------------------------------------------------------------
       pede-parametros.
           display "CONTRATOS DE BENS DE TERCEIROS A DEVOLVER/RENOVAR".
           display "Data base AAAAMMDD (0 = data de hoje): ".
           accept data-base.
           if data-base = zeros
               move function current-date(1:8) to data-base.
           display "Avisar devolucoes em quantos dias: ".
           accept dias-aviso.
           compute dias-int =
               function integer-of-date(data-base) + dias-aviso.
           compute data-limite = function date-of-integer(dias-int).
           move "N" to fim-bemterc.
           move zeros to TC-CODIGO.
           start BEMTERC key is greater than or equal TC-CODIGO
               invalid key move "S" to fim-bemterc.
      *-----------------------------------------------------------------
       imprime-cabecalho.
           move cab-1 to LINHA-REL
           write LINHA-REL
           move cab-2 to LINHA-REL
           write LINHA-REL.
      *-----------------------------------------------------------------
       processa-bemterc.
      *Bem ja devolvido ao dono (TC-SITUACAO "D") nao tem mais o que
      *decidir.
           read BEMTERC next record at end move "S" to fim-bemterc
           not at end
               if TC-SITUACAO not = "D"
                  and TC-DT-DEVOLUCAO <= data-limite
                   perform grava-linha
               end-if
           end-read.
      *-----------------------------------------------------------------
       grava-linha.
           move TC-CODIGO to cod-t
           move TC-DESCRICAO to desc-t
           move TC-CODIGO-DEPTO to dpto-t
           move TC-FORNECEDOR to forn-t
           if sem-fornec not = "S"
               move TC-FORNECEDOR to CODIGO-FORN
               read FORNEC not invalid key
                   move NOME-FORN to forn-t
               end-read
           end-if
           move TC-CONTRATO to contr-t
           move TC-MODALIDADE to mod-t
           move TC-VALOR-MENSAL to mens-t
           move TC-DT-DEVOLUCAO to dt-t
           if TC-DT-DEVOLUCAO < data-base
               move "VENCIDO" to sit-t
               add 1 to total-vencidos
           else
               compute dias-faltam =
                   function integer-of-date(TC-DT-DEVOLUCAO)
                 - function integer-of-date(data-base)
               move dias-faltam to dias-t
               move sit-vence to sit-t
           end-if
           move lin-det to LINHA-REL
           write LINHA-REL
           add TC-VALOR-MENSAL to total-mensal
           add 1 to total-linhas.
      *-----------------------------------------------------------------
       imprime-total.
           move spaces to LINHA-REL
           write LINHA-REL
           move total-linhas to tot-t
           move total-vencidos to totv-t
           move total-mensal to totm-t
           move lin-total to LINHA-REL
           write LINHA-REL.
      *-----------------------------------------------------------------
       fecha-arq.
           close BEMTERC.
           if sem-fornec not = "S"
               close FORNEC.
           close REL-TERC.
       end program LISTTERC.
