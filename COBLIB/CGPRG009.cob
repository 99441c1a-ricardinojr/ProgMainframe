      *-----> TABELA DOS MOTIVOS DE REJEICAO ENCONTRADOS NO SUSPENSE
       01  WS-TAB-MOTIVOS.
           05  WS-QTD-MOTIVOS         PIC 9(02)        VALUE ZERO.
           05  WS-TAB-MOT OCCURS 15 TIMES
                   INDEXED BY IX-MOT.
               10  TAB-MOT-COD        PIC X(03).
               10  TAB-MOT-QTD        PIC 9(06).
              WHEN '010'
                 MOVE 'TIPO DE CARTAO INVALIDO'
                      TO SUSPTEXTO
              WHEN '011'
                 MOVE 'UF NAO AUTORIZADA PARA O ORGAO'
                      TO SUSPTEXTO
              WHEN OTHER
                 MOVE 'MOTIVO NAO CADASTRADO'
                      TO SUSPTEXTO
           SET IX-MOT TO 1
           SEARCH WS-TAB-MOT
              AT END
                 IF WS-QTD-MOTIVOS < 15
                    ADD 1              TO WS-QTD-MOTIVOS
                    SET IX-MOT         TO WS-QTD-MOTIVOS
                    MOVE SUSP-MOTIVO   TO TAB-MOT-COD(IX-MOT)
