               10  TAB-ORG-REJ        PIC 9(08)   VALUE ZERO.
               10  TAB-ORG-DIVERG     PIC 9(05)   VALUE ZERO.
               10  TAB-ORG-QTD-MOT    PIC 9(02)   VALUE ZERO.
               10  TAB-ORG-MOT OCCURS 15 TIMES
                       INDEXED BY IX-MOT.
                   15  TAB-MOT-COD    PIC X(03)   VALUE SPACES.
                   15  TAB-MOT-QTD    PIC 9(06)   VALUE ZERO.
           SET IX-MOT TO 1
           SEARCH TAB-ORG-MOT
              AT END
                 IF TAB-ORG-QTD-MOT(IX-ORG) < 15
                    ADD 1          TO TAB-ORG-QTD-MOT(IX-ORG)
                    SET IX-MOT     TO TAB-ORG-QTD-MOT(IX-ORG)
                    MOVE SM-MOTIVO TO TAB-MOT-COD(IX-ORG IX-MOT)
              WHEN '010'
                 MOVE 'TIPO DE CARTAO INVALIDO'
                      TO WS-MOTIVO-TEXTO
              WHEN '011'
                 MOVE 'UF NAO AUTORIZADA PARA O ORGAO'
                      TO WS-MOTIVO-TEXTO
              WHEN OTHER
                 MOVE 'MOTIVO NAO CADASTRADO'
                      TO WS-MOTIVO-TEXTO
