              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-AUD.

              SELECT ELOAUD ASSIGN TO DISK-11
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              LOCK MODE IS MANUAL
              RECORD KEY EL-CHAVE
              FILE STATUS ARQST-ELO.

              SELECT AUDIDX ASSIGN TO DISK-10
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IX-LOCAL
              ALTERNATE RECORD KEY IX-CHAVE-TS WITH DUPLICATES
              ALTERNATE RECORD KEY IX-OPERADOR-TS WITH DUPLICATES
              FILE STATUS ARQST-IDX.

              SELECT BEMS ASSIGN TO DISK-2
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
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

       FD  ELOAUD LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ELOAUD.DAT".
           01  REG-ELOAUD.
               02 EL-CHAVE             PIC X(10).
               02 EL-ULT-SEQ           PIC 9(09).
               02 EL-ULT-ELO           PIC 9(09).
               02 EL-ULT-TS            PIC 9(14).
               02 EL-SEQ-INICIO        PIC 9(09).
               02 EL-ELO-INICIO        PIC 9(09).

           FD  BEMS LABEL RECORD STANDARD
               VALUE OF FILE-ID IS "PATRIMO.DAT  ".
       WORKING-STORAGE SECTION.

           01 ARQST-AUD                PIC X(02).
           01 ARQST-IDX                PIC X(02).
           01 POSICAO-AUD              PIC 9(09) VALUE ZEROS.
           01 ARQST-ELO                PIC X(02).
           01 ACHOU-ELO                PIC X(01) VALUE "N".
           01 IX-ELO                   PIC 9(03) VALUE ZEROS.
           01 ELO-AUD                  PIC 9(09) VALUE ZEROS.
           01 ELO-CALC                 PIC 9(12) VALUE ZEROS.
           01 ELO-QUOC                 PIC 9(12) VALUE ZEROS.
           01 ARQST-BEM                PIC X(02).
           01 ARQST-OPER               PIC X(02).
           01 REGISTRO-TRAVADO         PIC X(01) VALUE "N".
           MOVE AUD-CHAVE-WS TO AUD-CHAVE
           MOVE BUFFER-ANTES TO AUD-ANTES
           MOVE BUFFER-DEPOIS TO AUD-DEPOIS
           PERFORM ENCADEIA-AUDITORIA
           OPEN EXTEND AUDITORIA
           IF ARQST-AUD NOT = "00"
               OPEN OUTPUT AUDITORIA.
           WRITE REG-AUDITORIA.
           CLOSE AUDITORIA.
           PERFORM INDEXA-AUDITORIA.
           PERFORM ATUALIZA-ELO.

      *-------------------------------------------------------------------------*
       INDEXA-AUDITORIA.
      *A entrada recem-gravada entra no indice AUDIDX.DAT (ver IDXAUD)
      *na posicao seguinte a ultima do log vivo, o arquivo 999999 do
      *indice. Instalacao que ainda nao carregou o indice segue so
      *com o log. Posicao ja ocupada e indice fora de ordem com o log
      *(corte do ARQAUD interrompido): a entrada nao sobrescreve a
      *outra e o indice tem de ser recarregado pelo IDXAUD.
           OPEN I-O AUDIDX.
           IF ARQST-IDX NOT = "00"
               CLOSE AUDIDX
           ELSE
               PERFORM ULTIMA-POSICAO-AUD
               MOVE 999999 TO IX-ARQUIVO
               MOVE POSICAO-AUD TO IX-POSICAO
               MOVE AUD-CHAVE TO IX-CHAVE
               MOVE AUD-TIMESTAMP TO IX-TS-CHAVE IX-TS-OPERADOR
               MOVE AUD-OPERADOR TO IX-OPERADOR
               MOVE REG-AUDITORIA TO IX-ENTRADA
               WRITE REG-AUDIDX INVALID KEY
                    DISPLAY "INDICE AUDIDX.DAT FORA DE ORDEM, RODE O "
                        "IDXAUD." AT 2321
                    STOP " "
               END-WRITE
               CLOSE AUDIDX.

      *-------------------------------------------------------------------------*
       ULTIMA-POSICAO-AUD.
           MOVE 999999 TO IX-ARQUIVO
           MOVE 999999999 TO IX-POSICAO
           MOVE ZEROS TO POSICAO-AUD
           START AUDIDX KEY IS LESS THAN OR EQUAL IX-LOCAL
                INVALID KEY MOVE ZEROS TO POSICAO-AUD
           END-START
           IF ARQST-IDX = "00"
                READ AUDIDX PREVIOUS RECORD
                     AT END MOVE ZEROS TO POSICAO-AUD
                     NOT AT END
                          IF IX-ARQUIVO = 999999
                               MOVE IX-POSICAO TO POSICAO-AUD
                          END-IF
                END-READ.
           ADD 1 TO POSICAO-AUD.

      *-------------------------------------------------------------------------*
       ENCADEIA-AUDITORIA.
      *Cada entrada leva o numero de sequencia e o elo: o resumo dos
      *seus bytes encadeado ao elo da entrada anterior, que fica em
      *ELOAUD.DAT. Entrada alterada, apagada ou inserida no log
      *quebra a corrente e o VERAUD acusa na cadeia noturna.
      *O registro de ELOAUD.DAT fica travado da leitura ate a
      *atualizacao, depois da gravacao no log e no indice: dois
      *operadores gravando ao mesmo tempo saem em fila, cada um com
      *a sua sequencia e na ordem do log. ELOAUD.DAT so e criado
      *quando nao existe; sem ele aberto a entrada sai sem elo e o
      *VERAUD acusa.
           OPEN I-O ELOAUD.
           IF ARQST-ELO = "35"
               CLOSE ELOAUD
               OPEN OUTPUT ELOAUD
               CLOSE ELOAUD
               OPEN I-O ELOAUD.
           MOVE "N" TO ACHOU-ELO.
           IF ARQST-ELO NOT = "00"
               MOVE "X" TO ACHOU-ELO.
           PERFORM TRAVA-ELO UNTIL ACHOU-ELO NOT = "N".
           IF ACHOU-ELO = "X"
               CLOSE ELOAUD
               MOVE ZEROS TO AUD-SEQ AUD-ELO
           ELSE
               ADD 1 TO EL-ULT-SEQ GIVING AUD-SEQ
               MOVE EL-ULT-ELO TO ELO-AUD
               PERFORM SOMA-ELO-AUD VARYING IX-ELO FROM 1 BY 1
                   UNTIL IX-ELO > 299
               MOVE ELO-AUD TO AUD-ELO.

      *-------------------------------------------------------------------------*
       TRAVA-ELO.
      *Registro em uso por outro programa (status 51/9x) e lido de
      *novo ate ser liberado; o primeiro registro e gravado zerado e
      *relido com trava, e se outro programa o gravou antes vale o
      *dele.
           MOVE "AUDITORIA" TO EL-CHAVE.
           READ ELOAUD WITH LOCK INVALID KEY
                MOVE ZEROS TO EL-ULT-SEQ EL-ULT-ELO EL-ULT-TS
                MOVE 1 TO EL-SEQ-INICIO
                MOVE ZEROS TO EL-ELO-INICIO
                WRITE REG-ELOAUD INVALID KEY
                     CONTINUE
                END-WRITE
           NOT INVALID KEY
                MOVE "S" TO ACHOU-ELO
           END-READ.
           IF ARQST-ELO NOT = "00" AND ARQST-ELO NOT = "22"
              AND ARQST-ELO NOT = "23" AND ARQST-ELO NOT = "51"
              AND ARQST-ELO (1:1) NOT = "9"
                MOVE "X" TO ACHOU-ELO.

      *-------------------------------------------------------------------------*
       SOMA-ELO-AUD.
           COMPUTE ELO-CALC = ELO-AUD * 31
               + FUNCTION ORD (REG-AUDITORIA (IX-ELO:1)) + IX-ELO.
           DIVIDE ELO-CALC BY 999999937 GIVING ELO-QUOC
               REMAINDER ELO-AUD.

      *-------------------------------------------------------------------------*
       ATUALIZA-ELO.
           IF ACHOU-ELO = "S"
               MOVE AUD-SEQ TO EL-ULT-SEQ
               MOVE AUD-ELO TO EL-ULT-ELO
               MOVE AUD-TIMESTAMP TO EL-ULT-TS
               REWRITE REG-ELOAUD
               CLOSE ELOAUD.

      *-------------------------------------------------------------------------*
       Mostra-Menu.
