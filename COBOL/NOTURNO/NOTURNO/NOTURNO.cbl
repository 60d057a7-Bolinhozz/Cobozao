      *Condutor da Cadeia Batch Noturna
      *Executa na ordem fixa DEPREBEM, AUDINT, VERAUD (corrente da
      *auditoria) e a exportacao do extrato - EXPDELTA
      *(incremental) na rodada diaria, EXPBEM (completo, baseline)
      *na rodada semanal - gravando em
      *JOBCTL.DAT (chave data da rodada + sequencia do passo) o
      *inicio, o fim, o codigo de retorno e a situacao de cada passo:
      *"P" em processamento, "F" concluido limpo, "E" terminou com
       01 passos-pulados pic 9(02) value zeros.

      *Ordem fixa da cadeia noturna; um passo novo entra aqui e em
      *QTDE-PASSOS. O quarto passo e a exportacao: EXPDELTA no dia
      *a dia, trocado por EXPBEM na rodada semanal de baseline (ver
      *pede-parametros). O VERAUD vem antes dela: log de auditoria
      *com a corrente quebrada nao alimenta o extrato da matriz.
       01 CADEIA.
           02 filler pic x(08) value "DEPREBEM".
           02 filler pic x(08) value "AUDINT".
           02 filler pic x(08) value "VERAUD".
           02 filler pic x(08) value "EXPDELTA".
       01 TAB-CADEIA redefines CADEIA.
           02 PASSO-T pic x(08) occurs 4 times.
       01 QTDE-PASSOS  pic 9(02) value 04.
       01 rodada-semanal pic x(01) value "N".

       procedure division.
           display "Rodada semanal com extrato completo <S/N>: ".
           accept rodada-semanal.
           if rodada-semanal = "S" or rodada-semanal = "s"
               move "EXPBEM" to PASSO-T(4).
      *-----------------------------------------------------------------
       executa-passo.
           move data-rodada to JB-DATA
