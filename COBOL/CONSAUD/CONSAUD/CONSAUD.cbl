      *entrada a consulta abre o arquivo mensal AUDaaaamm.LOG, e as
      *investigacoes antigas continuam respondiveis ate o arquivo
      *ser destruido pela retencao.
      *A liberacao de lancamento em periodo fechado (operacao "V")
      *sai com periodo, quem fechou, supervisor e justificativa.
      *Programa sem layout na tabela (SINBEM, TERCBEM, PLANMNT) sai
      *com as imagens brutas, fora as operacoes que gravam registro
      *de arquivo ja conhecido (solicitacao de baixa, cadastro
      *pendente).
      *Com o indice AUDIDX.DAT carregado (IDXAUD), a consulta filtrada
      *por chave ou por operador le so as entradas dessa chave ou
      *desse operador, e o periodo 1 consulta toda a historia ainda
      *indexada (log vivo e meses arquivados) de uma vez. Cada
      *entrada sai com o arquivo e a posicao onde esta gravada.

       Identification Division.
       Program-Id. CONSAUD.
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-REL.

              SELECT AUDIDX ASSIGN TO DISK-2
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IX-LOCAL
              ALTERNATE RECORD KEY IX-CHAVE-TS WITH DUPLICATES
              ALTERNATE RECORD KEY IX-OPERADOR-TS WITH DUPLICATES
              FILE STATUS ARQST-IDX.

       data division.
       file section.
       fd  AUDITORIA LABEL RECORD STANDARD
           02 AUD-CHAVE            PIC X(15).
           02 AUD-ANTES            PIC X(120).
           02 AUD-DEPOIS           PIC X(120).
           02 AUD-SEQ              PIC 9(09).
           02 AUD-ELO              PIC 9(09).

       FD  REL-AUD LABEL RECORD STANDARD.
       01  LINHA-REL             PIC X(130).

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
       01 arqst-rel    pic x(2).
       01 arqst-idx    pic x(2).
       01 fim-aud      pic x(1) value "N".

      *Entrada da consulta: o log vivo ou um arquivo mensal cortado
           02 nome-periodo     pic 9(06) value zeros.
           02 filler           pic x(04) value ".LOG".
       01 mes-consulta     pic 9(06) value zeros.
      *Leitura pelo indice: "C" pela chave, "O" pelo operador, "L"
      *pela localizacao (historia toda sem chave nem operador).
       01 usa-indice       pic x(01) value "N".
       01 modo-indice      pic x(01) value spaces.
       01 arquivo-pedido   pic 9(06) value zeros.
       01 posicao-lida     pic 9(09) value zeros.

       01 filtro-operador  pic x(10) value spaces.
       01 filtro-programa  pic x(10) value spaces.
          02 filler pic x(26) value "DEVOLUCAO REAL      033008".
          02 filler pic x(26) value "SITUACAO            041001".
          02 filler pic x(26) value "OPERADOR            042010".
      *   Solicitacoes de baixa (BXPEND.DAT), operacao "P" do BENS,
      *   do SINBEM e do APRINV e "R" do BXAPEND (campos 083-092)
          02 filler pic x(26) value "CODIGO DO BEM       001006".
          02 filler pic x(26) value "DATA DO PEDIDO      007008".
          02 filler pic x(26) value "HORA DO PEDIDO      015006".
          02 filler pic x(26) value "DECISOR             070010".
          02 filler pic x(26) value "DT DECISAO          080008".
          02 filler pic x(26) value "JUSTIFICATIVA       088030".
      *   Liberacao de lancamento em periodo fechado, operacao "V"
      *   de qualquer manutencao (campos 093-097)
          02 filler pic x(26) value "PERIODO FECHADO     001006".
          02 filler pic x(26) value "FECHADO POR         008008".
          02 filler pic x(26) value "DATA DO EVENTO      017008".
          02 filler pic x(26) value "SUPERVISOR          026010".
          02 filler pic x(26) value "JUSTIFICATIVA       037040".
      *   TRAVPER (campos 098-103)
          02 filler pic x(26) value "PERIODO             001006".
          02 filler pic x(26) value "SITUACAO            007001".
          02 filler pic x(26) value "FECHADO/ABERTO POR  008008".
          02 filler pic x(26) value "DATA DA SITUACAO    016008".
          02 filler pic x(26) value "OPERADOR            024010".
          02 filler pic x(26) value "MOTIVO              034030".
      *   Ficha tecnica do BENS, operacao "H" (campos 104-109)
          02 filler pic x(26) value "CODIGO DO BEM       001006".
          02 filler pic x(26) value "FABRICANTE          007030".
          02 filler pic x(26) value "MODELO              037030".
          02 filler pic x(26) value "NUMERO DE SERIE     067025".
          02 filler pic x(26) value "DT ALTERACAO        092008".
          02 filler pic x(26) value "OPERADOR            100010".
      *   REQBEM, requisicao de compra (campos 110-121)
          02 filler pic x(26) value "NUMERO DA REQUISICAO001006".
          02 filler pic x(26) value "ANO                 007004".
          02 filler pic x(26) value "CODIGO DO DEPTO     011004".
          02 filler pic x(26) value "CLASSE              015002".
          02 filler pic x(26) value "DESCRICAO           017030".
          02 filler pic x(26) value "VALOR               047010".
          02 filler pic x(26) value "SOLICITANTE         057010".
          02 filler pic x(26) value "DATA DO PEDIDO      067008".
          02 filler pic x(26) value "SITUACAO            075001".
          02 filler pic x(26) value "APROVADOR           076010".
          02 filler pic x(26) value "DT DECISAO          086008".
          02 filler pic x(26) value "JUSTIFICATIVA       094027".
      *   REQBEM, orcamento do depto e classe (campos 122-128)
          02 filler pic x(26) value "ANO                 001004".
          02 filler pic x(26) value "CODIGO DO DEPTO     005004".
          02 filler pic x(26) value "CLASSE              009002".
          02 filler pic x(26) value "VALOR ORCADO        011010".
          02 filler pic x(26) value "VALOR APROVADO      021010".
          02 filler pic x(26) value "DT ALTERACAO        031008".
          02 filler pic x(26) value "OPERADOR            039010".
      *   Turnos do BENS, operacao "T" (campos 129-132)
          02 filler pic x(26) value "CODIGO DO BEM       001006".
          02 filler pic x(26) value "TURNOS              007001".
          02 filler pic x(26) value "DT ALTERACAO        008008".
          02 filler pic x(26) value "OPERADOR            016010".
      *   Componente de kit do BENS, operacao "K" (campos 133-136)
          02 filler pic x(26) value "COMPONENTE          001006".
          02 filler pic x(26) value "BEM PAI DO KIT      007006".
          02 filler pic x(26) value "DT INCLUSAO         013008".
          02 filler pic x(26) value "OPERADOR            021010".
      *   Cadastro pendente do inventario, PENDCAD.DAT: inclusao
      *   no APRINV e solucao "C" no APRINV, BENS e TERCBEM
      *   (campos 137-145)
          02 filler pic x(26) value "CODIGO ACHADO       001006".
          02 filler pic x(26) value "CONTAGEM            007008".
          02 filler pic x(26) value "LOCAL               015006".
          02 filler pic x(26) value "CODIGO DO DEPTO     021004".
          02 filler pic x(26) value "SITUACAO            025001".
          02 filler pic x(26) value "DT INCLUSAO         026008".
          02 filler pic x(26) value "DT SITUACAO         034008".
          02 filler pic x(26) value "OPERADOR            042010".
          02 filler pic x(26) value "CODIGO NO BEMTERC   052006".
      *   Contagem do inventario aprovada no APRINV (campos 146-154)
          02 filler pic x(26) value "CONTAGEM            001008".
          02 filler pic x(26) value "SITUACAO            009001".
          02 filler pic x(26) value "DT PROCESSAMENTO    010008".
          02 filler pic x(26) value "FALTANTES           018006".
          02 filler pic x(26) value "NAO CADASTRADOS     024006".
          02 filler pic x(26) value "APROVADOR           030010".
          02 filler pic x(26) value "DT APROVACAO        040008".
          02 filler pic x(26) value "BAIXAS GERADAS      048006".
          02 filler pic x(26) value "PENDENCIAS GERADAS  054006".
       01 TAB-CAMPOS redefines CAMPOS.
           02 CAMPO-DEF occurs 154 times.
               03 CAMPO-NOME pic x(20).
               03 CAMPO-OFF  pic 9(03).
               03 CAMPO-LEN  pic 9(03).
           02 filler pic x(02) value "OP".
           02 filler pic x(02) value spaces.
           02 filler pic x(15) value "CHAVE".
           02 filler pic x(02) value spaces.
           02 filler pic x(23) value "ARQUIVO/POSICAO".
       01 lin-ent.
           02 ts-a     pic 9(14).
           02 filler   pic x(02) value spaces.
           02 opc-a    pic x(01).
           02 filler   pic x(03) value spaces.
           02 chave-a  pic x(15).
           02 filler   pic x(02) value spaces.
           02 arq-a    pic x(13).
           02 filler   pic x(01) value "/".
           02 pos-a    pic zzzzzzzz9.
       01 lin-campo.
           02 filler   pic x(02) value spaces.
           02 nome-c   pic x(20).
      *-----------------------------------------------------------------
       Inicio.
           perform pede-entrada.
           perform pede-filtros.
           perform abre-arq.
           perform imprime-cabecalho.
           if usa-indice = "S"
               perform posiciona-indice
               perform processa-indice until fim-aud = "S"
           else
               perform processa-aud until fim-aud = "S".
           perform imprime-total.
           perform fecha-arq.
           exit program.
      *-----------------------------------------------------------------
       pede-entrada.
           display "CONSULTA A AUDITORIA".
           display "Mes arquivado AAAAMM (0 = log corrente, "
               "1 = toda a historia indexada): ".
           accept mes-consulta.
           move 999999 to arquivo-pedido.
           if mes-consulta > 1
               move mes-consulta to arquivo-pedido
               move mes-consulta to nome-periodo
               move nome-arq-mes to nome-arq-aud.
      *-----------------------------------------------------------------
       abre-arq.
      *O indice so e usado quando encurta a leitura (filtro de chave
      *ou de operador) ou quando a consulta e da historia toda; sem
      *AUDIDX.DAT a consulta le o log como sempre leu.
           move "N" to usa-indice.
           open input AUDIDX.
           if ARQST-IDX = "00"
               if mes-consulta = 1 or filtro-chave not = spaces
                  or filtro-operador not = spaces
                   move "S" to usa-indice
               else
                   close AUDIDX.
           if usa-indice = "N"
               perform abre-log.
           open output REL-AUD.
      *-----------------------------------------------------------------
       abre-log.
           if mes-consulta = 1
               display "HISTORIA TODA SO PELO INDICE AUDIDX.DAT, "
                   "RODE A CARGA DO IDXAUD"
               stop run.
           open input AUDITORIA.
           if ARQST not = "00"
               display "ERRO NA ABERTURA DE " nome-arq-aud " - " ARQST
               display "(MES DESTRUIDO PELA RETENCAO DO ARQAUD?)"
               stop run.
      *-----------------------------------------------------------------
       pede-filtros.
           display "Operador (brancos = todos): ".
           accept filtro-operador.
           display "Programa (brancos = todos): ".
           accept filtro-programa.
           display "Operacao I/A/E/T/F/L/S/B/U/P/R/V/H/K/C/D (branco "
               "= todas): ".
           accept filtro-operacao.
           display "Data inicial AAAAMMDD (0 = sem limite): ".
           accept filtro-dtini.
       processa-aud.
           read AUDITORIA at end move "S" to fim-aud
           not at end
               add 1 to posicao-lida
               move nome-arq-aud to arq-a
               move posicao-lida to pos-a
               perform filtra-entrada
           end-read.
      *-----------------------------------------------------------------
       posiciona-indice.
      *Chave tem precedencia sobre operador: e o filtro mais estreito.
      *A data inicial ja entra no posicionamento.
           move "N" to fim-aud
           if filtro-chave not = spaces
               move "C" to modo-indice
               move filtro-chave to IX-CHAVE
               compute IX-TS-CHAVE = filtro-dtini * 1000000
               start AUDIDX key is greater than or equal IX-CHAVE-TS
                   invalid key move "S" to fim-aud
               end-start
           else
               if filtro-operador not = spaces
                   move "O" to modo-indice
                   move filtro-operador to IX-OPERADOR
                   compute IX-TS-OPERADOR = filtro-dtini * 1000000
                   start AUDIDX
                       key is greater than or equal IX-OPERADOR-TS
                       invalid key move "S" to fim-aud
                   end-start
               else
                   move "L" to modo-indice
                   move zeros to IX-LOCAL
                   start AUDIDX key is greater than or equal IX-LOCAL
                       invalid key move "S" to fim-aud
                   end-start.
      *-----------------------------------------------------------------
       processa-indice.
           read AUDIDX next record at end move "S" to fim-aud
           not at end
               if (modo-indice = "C" and IX-CHAVE not = filtro-chave)
                  or (modo-indice = "O"
                      and IX-OPERADOR not = filtro-operador)
                   move "S" to fim-aud
               else
                   if mes-consulta = 1
                      or IX-ARQUIVO = arquivo-pedido
                       move IX-ENTRADA to REG-AUDITORIA
                       perform mostra-local
                       perform filtra-entrada
                   end-if
               end-if
           end-read.
      *-----------------------------------------------------------------
       mostra-local.
           if IX-ARQUIVO = 999999
               move "AUDITORIA.LOG" to arq-a
           else
               move IX-ARQUIVO to nome-periodo
               move nome-arq-mes to arq-a.
           move IX-POSICAO to pos-a.
      *-----------------------------------------------------------------
       filtra-entrada.
           move AUD-TIMESTAMP(1:8) to data-entrada
           if (filtro-operador = spaces
               or AUD-OPERADOR = filtro-operador)
              and (filtro-programa = spaces
               or AUD-PROGRAMA = filtro-programa)
              and (filtro-operacao = spaces
               or AUD-OPERACAO = filtro-operacao)
              and data-entrada >= filtro-dtini
              and data-entrada <= filtro-dtfim
              and (filtro-chave = spaces
               or AUD-CHAVE = filtro-chave)
               perform imprime-entrada
           end-if.
      *-----------------------------------------------------------------
       imprime-entrada.
           move spaces to LINHA-REL
      *Eventos de senha ("S" troca, "B" bloqueio, "U" desbloqueio)
      *carregam a imagem mascarada do registro de operador seja qual
      *for o programa que os gravou (MENUBEM, CADOPER ou a entrada
      *assinada avulsa de qualquer manutencao), e a liberacao de
      *periodo fechado ("V") tem o mesmo layout em todos. As demais
      *operacoes dependem do programa: "P" e "R" sao a solicitacao
      *de baixa no BENS e no BXAPEND, mas a decisao da requisicao de
      *compra no REQBEM.
           if AUD-OPERACAO = "S" or AUD-OPERACAO = "B"
              or AUD-OPERACAO = "U"
               move 44 to ix-ini
               move 50 to ix-fim
           else
               if AUD-OPERACAO = "V"
                   move 93 to ix-ini
                   move 97 to ix-fim
               else
                   perform escolhe-por-programa.
      *-----------------------------------------------------------------
       escolhe-por-programa.
           evaluate AUD-PROGRAMA
               when "BENS"
      *O BENS grava tambem a ficha tecnica (operacao "H", imagem de
      *identificacao de FICHABEM.DAT), os turnos ("T"), os
      *componentes de kit ("K"), a solicitacao de baixa ("P") e a
      *solucao do cadastro pendente ("C"), cada uma com o registro
      *do seu arquivo.
                   evaluate AUD-OPERACAO
                       when "H"
                           move 104 to ix-ini
                           move 109 to ix-fim
                       when "T"
                           move 129 to ix-ini
                           move 132 to ix-fim
                       when "K"
                           move 133 to ix-ini
                           move 136 to ix-fim
                       when "P"
                           move 83 to ix-ini
                           move 92 to ix-fim
                       when "C"
                           move 137 to ix-ini
                           move 145 to ix-fim
                       when other
                           move 1 to ix-ini
                           move 10 to ix-fim
                   end-evaluate
               when "TRFBEM"
                   move 11 to ix-ini
                   move 20 to ix-fim
                   move 75 to ix-ini
                   move 82 to ix-fim
      *O BXAPEND grava a baixa aprovada com a imagem crua de
      *PATRIMO.DAT, o mesmo layout do TRFBEM, e a rejeicao ("R") com
      *a da solicitacao.
               when "BXAPEND"
                   if AUD-OPERACAO = "R"
                       move 83 to ix-ini
                       move 92 to ix-fim
                   else
                       move 11 to ix-ini
                       move 20 to ix-fim
                   end-if
      *O REQBEM grava a requisicao (chave = numero de 6 digitos) e o
      *orcamento (chave = ano, depto e classe); a decisao "R" e
      *sempre da requisicao.
               when "REQBEM"
                   if AUD-OPERACAO = "R" or AUD-CHAVE (7:9) = spaces
                       move 110 to ix-ini
                       move 121 to ix-fim
                   else
                       move 122 to ix-ini
                       move 128 to ix-fim
                   end-if
      *A solicitacao de baixa do sinistro indenizado; a imagem do
      *proprio sinistro sai bruta.
               when "SINBEM"
                   if AUD-OPERACAO = "P"
                       move 83 to ix-ini
                       move 92 to ix-fim
                   else
                       move zeros to ix-ini ix-fim
                   end-if
      *A aprovacao da contagem ("A") com o registro de INVCONT.DAT, a
      *solicitacao de baixa do faltante ("P") e a inclusao ("I") e
      *marcacao como terceiro ("C") do cadastro pendente.
               when "APRINV"
                   evaluate AUD-OPERACAO
                       when "A"
                           move 146 to ix-ini
                           move 154 to ix-fim
                       when "P"
                           move 83 to ix-ini
                           move 92 to ix-fim
                       when "I"
                       when "C"
                           move 137 to ix-ini
                           move 145 to ix-fim
                       when other
                           move zeros to ix-ini ix-fim
                   end-evaluate
      *Do TERCBEM so a solucao do cadastro pendente ("C") e
      *decodificada; o registro de BEMTERC.DAT sai bruto.
               when "TERCBEM"
                   if AUD-OPERACAO = "C"
                       move 137 to ix-ini
                       move 145 to ix-fim
                   else
                       move zeros to ix-ini ix-fim
                   end-if
               when "TRAVPER"
                   move 98 to ix-ini
                   move 103 to ix-fim
               when other
                   move zeros to ix-ini ix-fim
           end-evaluate.
           write LINHA-REL.
      *-----------------------------------------------------------------
       fecha-arq.
           if usa-indice = "S"
               close AUDIDX
           else
               close AUDITORIA.
           close REL-AUD.
       end program CONSAUD.
