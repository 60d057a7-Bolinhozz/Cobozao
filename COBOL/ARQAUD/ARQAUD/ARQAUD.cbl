      *relatorio de destruicao de registros, como o ARQBEM faz com o
      *arquivo morto. O CONSAUD consulta qualquer mes arquivado
      *informando o periodo na entrada.
      *Onde o indice AUDIDX.DAT ja foi carregado (IDXAUD), o corte
      *reaponta cada entrada para o arquivo mensal ou para a nova
      *posicao no log vivo, e a destruicao de um mes apaga as
      *entradas dele do indice.
      *A auditoria encadeada (elo de cada entrada ligado ao da
      *anterior, ver ELOAUD.DAT e VERAUD) atravessa o corte: o
      *controle do mes guarda a sequencia e o elo da primeira e da
      *ultima entrada arquivada e o elo anterior a ela, e ELOAUD.DAT
      *passa a ancorar o log vivo na ultima entrada arquivada. Para a
      *corrente nao ficar furada no log vivo os meses saem em ordem:
      *o mes pedido tem de ser o mais antigo ainda no log.

       Identification Division.
       Program-Id. ARQAUD.
              RECORD KEY GD-PROGRAMA
              FILE STATUS ARQST-GD.

              SELECT AUDIDX ASSIGN TO DISK-6
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IX-LOCAL
              ALTERNATE RECORD KEY IX-CHAVE-TS WITH DUPLICATES
              ALTERNATE RECORD KEY IX-OPERADOR-TS WITH DUPLICATES
              FILE STATUS ARQST-IDX.

              SELECT ELOAUD ASSIGN TO DISK-7
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              LOCK MODE IS MANUAL
              RECORD KEY EL-CHAVE
              FILE STATUS ARQST-ELO.

       data division.
       file section.
       fd  AUDITORIA LABEL RECORD STANDARD
           02 AUD-CHAVE            PIC X(15).
           02 AUD-ANTES            PIC X(120).
           02 AUD-DEPOIS           PIC X(120).
           02 AUD-SEQ              PIC 9(09).
           02 AUD-ELO              PIC 9(09).

       fd  ARQ-MES LABEL RECORD STANDARD
       value of file-id is nome-arq-mes.
       01  REG-AUD-MES             PIC X(308).

       fd  ARQ-TMP LABEL RECORD STANDARD
       value of file-id is "AUDITORIA.TMP".
       01  REG-AUD-TMP             PIC X(308).

       FD  CTLAUD LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "CTLAUD.DAT".
           02 CA-SITUACAO        PIC X(01).
           02 CA-DATA-PROC       PIC 9(08).
           02 CA-TOTAL-ENTRADAS  PIC 9(06).
           02 CA-SEQ-INICIAL     PIC 9(09).
           02 CA-ELO-ANTERIOR    PIC 9(09).
           02 CA-SEQ-FINAL       PIC 9(09).
           02 CA-ELO-FINAL       PIC 9(09).

       FD  REL-ARQ LABEL RECORD STANDARD.
       01  LINHA-REL             PIC X(80).
           02 GD-ULTIMO-TS       PIC 9(14).
           02 GD-DATA-PROC       PIC 9(08).

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

       FD  ELOAUD LABEL RECORD STANDARD
       VALUE OF FILE-ID IS "ELOAUD.DAT".
       01  REG-ELOAUD.
           02 EL-CHAVE             PIC X(10).
           02 EL-ULT-SEQ           PIC 9(09).
           02 EL-ULT-ELO           PIC 9(09).
           02 EL-ULT-TS            PIC 9(14).
           02 EL-SEQ-INICIO        PIC 9(09).
           02 EL-ELO-INICIO        PIC 9(09).

       WORKING-STORAGE SECTION.
       01 arqst-aud    pic x(2).
       01 arqst-mes    pic x(2).
       01 arqst-tmp    pic x(2).
       01 arqst-ctl    pic x(2).
       01 arqst-rel    pic x(2).
       01 arqst-idx    pic x(2).
       01 arqst-elo    pic x(2).

      *Nome do arquivo mensal, montado com o periodo corrente antes
      *de cada OPEN de ARQ-MES.
       01 total-mantidas   pic 9(06) value zeros.
       01 total-destruidos pic 9(02) value zeros.
       01 conta-entradas   pic 9(06) value zeros.
       01 sem-indice       pic x(1) value "N".
       01 fim-idx          pic x(1) value "N".
       01 linha-lida       pic 9(09) value zeros.
       01 periodo-idx      pic 9(06) value zeros.
       01 local-novo       pic x(15) value spaces.
       01 sem-elo          pic x(1) value "N".
       01 elo-lido         pic x(1) value "N".
       01 seq-inicial-mes  pic 9(09) value zeros.
       01 seq-final-mes    pic 9(09) value zeros.
       01 elo-final-mes    pic 9(09) value zeros.

       01 cab-1.
           02 filler pic x(46) value
       Inicio.
           perform pede-parametros.
           perform abre-controle.
           perform abre-elo.
           perform valida-mes.
           perform abre-indice.
           open output REL-ARQ.
           move cab-1 to LINHA-REL.
           write LINHA-REL.
           perform imprime-totais.
           close REL-ARQ.
           close CTLAUD.
           if sem-indice not = "S"
               close AUDIDX.
           if sem-elo not = "S"
               close ELOAUD.
           display "Rotacao concluida.".
           display "Entradas arquivadas: " total-arquivadas.
           display "Entradas mantidas: " total-mantidas.
           accept meses-retencao.
      *-----------------------------------------------------------------
       abre-controle.
      *CTLAUD.DAT so e criado quando nao existe; recriar um controle
      *ilegivel (39 e o layout antigo, ver CONVARQ) apagaria o
      *registro dos meses ja arquivados.
           open i-o CTLAUD.
           if ARQST-CTL = "35"
               close CTLAUD
               open output CTLAUD
               close CTLAUD
               open i-o CTLAUD.
           if ARQST-CTL not = "00"
               display "ERRO NA ABERTURA DE CTLAUD.DAT - " ARQST-CTL
               display "(STATUS 39: LAYOUT ANTIGO, RODE O CONVARQ)"
               stop run.
      *-----------------------------------------------------------------
       abre-indice.
      *O indice nao e criado aqui: sem AUDIDX.DAT a instalacao ainda
      *nao rodou a carga do IDXAUD e o corte segue so com os logs.
           move "N" to sem-indice.
           open i-o AUDIDX.
           if ARQST-IDX not = "00"
               close AUDIDX
               move "S" to sem-indice.
      *-----------------------------------------------------------------
       abre-elo.
      *Sem ELOAUD.DAT nenhuma entrada foi encadeada ainda.
           move "N" to sem-elo.
           open i-o ELOAUD.
           if ARQST-ELO not = "00"
               close ELOAUD
               move "S" to sem-elo
           else
               move "AUDITORIA" to EL-CHAVE
               read ELOAUD invalid key
                    move "S" to sem-elo
               end-read
               if sem-elo = "S"
                    close ELOAUD.
      *-----------------------------------------------------------------
       valida-mes.
      *O mes corrente fica no log vivo; e um mes ja arquivado nao
                stop run
           end-read.
           perform confere-delta.
           if sem-elo not = "S"
               perform confere-ordem.
      *-----------------------------------------------------------------
       confere-ordem.
      *A primeira entrada do log vivo e a mais antiga: se for de mes
      *anterior ao pedido, o corte deixaria esse mes no log vivo com
      *a corrente furada depois dele.
           open input AUDITORIA.
           if ARQST-AUD = "00"
               read AUDITORIA at end
                    continue
               not at end
                    if AUD-TIMESTAMP (1:6) < mes-arquivo
                        display "O LOG VIVO AINDA TEM O MES "
                            AUD-TIMESTAMP (1:6) ", ARQUIVE-O ANTES"
                        display "EXECUCAO CANCELADA"
                        close AUDITORIA
                        close CTLAUD
                        stop run
                    end-if
               end-read
               close AUDITORIA.
      *-----------------------------------------------------------------
       confere-delta.
      *O corte tira do log vivo as entradas do mes; se o EXPDELTA
       distribui-entrada.
           read AUDITORIA at end move "S" to fim-aud
           not at end
               add 1 to linha-lida
               if AUD-TIMESTAMP (1:6) = mes-arquivo
                   move REG-AUDITORIA to REG-AUD-MES
                   write REG-AUD-MES
                   add 1 to total-arquivadas
                   move mes-arquivo to IX-ARQUIVO
                   move total-arquivadas to IX-POSICAO
                   if AUD-SEQ is numeric
                       perform guarda-elo-mes
                   end-if
               else
                   move REG-AUDITORIA to REG-AUD-TMP
                   write REG-AUD-TMP
                   add 1 to total-mantidas
                   move 999999 to IX-ARQUIVO
                   move total-mantidas to IX-POSICAO
               end-if
               if sem-indice not = "S"
                   perform reaponta-indice
               end-if
           end-read.
      *-----------------------------------------------------------------
       guarda-elo-mes.
           if seq-inicial-mes = zeros
               move AUD-SEQ to seq-inicial-mes.
           move AUD-SEQ to seq-final-mes.
           move AUD-ELO to elo-final-mes.
      *-----------------------------------------------------------------
       reaponta-indice.
      *A entrada sai da posicao antiga no log vivo (linha-lida) para
      *o arquivo do mes ou para a posicao que tera no log regravado.
      *A posicao nova nunca passa da antiga, entao so cai sobre
      *entrada do indice ja tratada nesta passada. Um corte que cai
      *no meio deixa o indice pela metade: o IDXAUD o reconstroi.
           move IX-LOCAL to local-novo
           move 999999 to IX-ARQUIVO
           move linha-lida to IX-POSICAO
           delete AUDIDX record invalid key
                continue
           end-delete
           move local-novo to IX-LOCAL
           move AUD-CHAVE to IX-CHAVE
           move AUD-TIMESTAMP to IX-TS-CHAVE IX-TS-OPERADOR
           move AUD-OPERADOR to IX-OPERADOR
           move REG-AUDITORIA to IX-ENTRADA
           write REG-AUDIDX invalid key
                rewrite REG-AUDIDX
           end-write.
      *-----------------------------------------------------------------
       regrava-log-vivo.
      *Passo 2: o temporario vira o log vivo.
           move "A" to CA-SITUACAO.
           move function current-date(1:8) to CA-DATA-PROC.
           move total-arquivadas to CA-TOTAL-ENTRADAS.
           move zeros to CA-SEQ-INICIAL CA-ELO-ANTERIOR
                         CA-SEQ-FINAL CA-ELO-FINAL.
           if sem-elo not = "S" and seq-inicial-mes not = zeros
               move seq-inicial-mes to CA-SEQ-INICIAL
               move EL-ELO-INICIO to CA-ELO-ANTERIOR
               move seq-final-mes to CA-SEQ-FINAL
               move elo-final-mes to CA-ELO-FINAL.
           write REG-CTLAUD invalid key
                rewrite REG-CTLAUD
           end-write.
           if sem-elo not = "S" and seq-inicial-mes not = zeros
               perform reancora-elo.
           move mes-arquivo to mes-r.
           move nome-arq-mes to arq-r.
           move total-arquivadas to ent-r.
           move lin-rotacao to LINHA-REL.
           write LINHA-REL.
      *-----------------------------------------------------------------
       reancora-elo.
      *O log vivo passa a comecar depois da ultima entrada arquivada.
      *ELOAUD.DAT e relido porque um programa de manutencao pode ter
      *gravado entrada nova desde a abertura, e lido com trava, como
      *nos programas de manutencao, para a gravacao de um deles nao
      *se perder entre a leitura e a regravacao.
           move "N" to elo-lido.
           perform le-elo-trava until elo-lido = "S".
      *-----------------------------------------------------------------
       le-elo-trava.
           move "AUDITORIA" to EL-CHAVE.
           read ELOAUD with lock invalid key
                continue
           not invalid key
                compute EL-SEQ-INICIO = seq-final-mes + 1
                move elo-final-mes to EL-ELO-INICIO
                rewrite REG-ELOAUD
                unlock ELOAUD
           end-read.
           if ARQST-ELO not = "51" and ARQST-ELO (1:1) not = "9"
                move "S" to elo-lido.
      *-----------------------------------------------------------------
       aplica-retencao.
      *Percorre o controle e destroi os arquivos "A" mais velhos que
           move function current-date(1:8) to CA-DATA-PROC.
           move conta-entradas to CA-TOTAL-ENTRADAS.
           rewrite REG-CTLAUD.
           if sem-indice not = "S"
               perform limpa-indice-mes.
           move CA-PERIODO to mes-x.
           move conta-entradas to ent-x.
           move lin-destru to LINHA-REL.
           write LINHA-REL.
           add 1 to total-destruidos.
      *-----------------------------------------------------------------
       limpa-indice-mes.
      *As entradas do mes destruido saem do indice junto com o
      *arquivo, senao o CONSAUD e o DOSBEM ainda as mostrariam.
           move CA-PERIODO to periodo-idx.
           move periodo-idx to IX-ARQUIVO.
           move zeros to IX-POSICAO.
           move "N" to fim-idx.
           start AUDIDX key is greater than or equal IX-LOCAL
                invalid key move "S" to fim-idx
           end-start.
           perform apaga-entrada-idx until fim-idx = "S".
      *-----------------------------------------------------------------
       apaga-entrada-idx.
           read AUDIDX next record at end move "S" to fim-idx
           not at end
               if IX-ARQUIVO not = periodo-idx
                   move "S" to fim-idx
               else
                   delete AUDIDX record
               end-if
           end-read.
      *-----------------------------------------------------------------
       conta-entrada.
           read ARQ-MES at end
