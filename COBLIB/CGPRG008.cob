           05  WS-DELTA-ACID          PIC S9(05).
           05  WS-DELTA-OBIT          PIC S9(05).
      *-----> TABELA DAS CIDADES DO PERIODO ATUAL (MONTADA 1A. PASSADA)
      *-----> DIMENSIONADA PARA TODOS OS MUNICIPIOS DO PAIS (~5.570)
       01  WS-TAB-CIDADES.
           05  WS-QTD-TAB2            PIC 9(04)        VALUE ZERO.
           05  WS-TAB2 OCCURS 1 TO 6000 TIMES
                   DEPENDING ON WS-QTD-TAB2
                   INDEXED BY IX-CID.
               10  TAB2-CIDADE        PIC 9(05).
               10  TAB2-UF            PIC X(02).
       027-ACUMULAR-ATUAL.

           IF CM-DATA = WS-DATA-ATUAL
              IF WS-QTD-TAB2 < 6000
                 ADD 1              TO WS-QTD-TAB2
                 SET IX-CID         TO WS-QTD-TAB2
                 MOVE CM-CIDADE     TO TAB2-CIDADE(IX-CID)
                 MOVE CM-QTD-ACIDENTES TO TAB2-ACID(IX-CID)
                 MOVE CM-QTD-OBITOS    TO TAB2-OBIT(IX-CID)
              ELSE
                 DISPLAY "*** WS-TAB2 CHEIA (6000) - CIDADE " CM-CIDADE
                          " NAO ENTRA NA COMPARACAO"
              END-IF
           END-IF
