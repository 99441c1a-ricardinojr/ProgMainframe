               RECORD KEY IS CM-CHAVE
               ALTERNATE RECORD KEY IS CM-DATA WITH DUPLICATES
               FILE STATUS IS WS-STATUS-MASTER.
           SELECT CARGAS-RETIDAS  ASSIGN TO "RETCID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RT-CHAVE
               FILE STATUS IS WS-STATUS-RETCID.
           SELECT EXT-PORTAL      ASSIGN TO "EXTPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXT.
           05  CM-QTD-ACID-GRAVES     PIC 9(04).
           05  CM-QTD-ACID-FATAIS     PIC 9(04).
           05  CM-QTD-FERIDOS         PIC 9(05).
      *
      *    CARGAS RETIDAS NA TRIAGEM (CGPRG027) - SITUACAO 'R' FICA
      *    FORA ATE A LIBERACAO PELO OPERADOR (CGPRG028)
       FD  CARGAS-RETIDAS
           LABEL RECORDS ARE STANDARD.
       01  REG-CARGAS-RETIDAS.
           05  RT-CHAVE.
               10  RT-CIDADE          PIC 9(05).
               10  RT-DATA            PIC 9(08).
           05  RT-SITUACAO            PIC X(01).
           05  FILLER                 PIC X(70).
      *
       FD  EXT-PORTAL
           LABEL RECORDS ARE STANDARD.
           05  WS-STATUS-EXT          PIC X(02).
           05  WS-MASTER-ABERTO       PIC X(01)        VALUE 'N'.
           05  WS-CTEXTRAIDOS         PIC 9(06)        VALUE ZERO.
           05  WS-STATUS-RETCID       PIC X(02).
           05  WS-RETCID-ABERTO       PIC X(01)        VALUE 'N'.
           05  WS-RETIDA              PIC X(01).
           05  WS-CTRETIDAS           PIC 9(06)        VALUE ZERO.
           05  WS-PORCE               PIC 999V99.
           05  WS-PORCE-EXT           PIC 999.99.
      *-----> ENTRADA - PERIODO A EXTRAIR, VIA SYSIN (NO JCL)
              MOVE 'S' TO WS-MASTER-ABERTO
           END-IF

      *    CARGAS RETIDAS NA TRIAGEM - SEM O ARQUIVO (TRIAGEM AINDA
      *    NAO IMPLANTADA) NENHUMA CARGA E DEIXADA DE FORA
           OPEN INPUT CARGAS-RETIDAS
           IF WS-STATUS-RETCID = '00'
              MOVE 'S' TO WS-RETCID-ABERTO
           ELSE
              DISPLAY "*** CARGAS-RETIDAS NAO PODE SER ABERTO - "
                       "STATUS: " WS-STATUS-RETCID
                       " - NENHUMA CARGA RETIDA EXCLUIDA"
           END-IF

           IF WS-FIM NOT = 'S'
              MOVE WS-EXT-CABECALHO TO REG-EXT-PORTAL
              WRITE REG-EXT-PORTAL
           IF CM-DATA > WS-DATA-FIM
              MOVE 'S' TO WS-FIM
           ELSE
              PERFORM 035-VERIFICAR-RETIDA
              IF WS-RETIDA = 'S'
                 ADD 1 TO WS-CTRETIDAS
              ELSE
                 PERFORM 032-GRAVAR-LINHA
              END-IF
              PERFORM 025-LER-SEQUENCIAL
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA A LINHA DELIMITADA DA CIDADE/DATA
      *--------------------------------------------------------------*
       032-GRAVAR-LINHA.

           IF CM-QTD-VEICULOS = ZERO
              MOVE ZERO TO WS-PORCE
           ELSE
              COMPUTE WS-PORCE =
                      (CM-QTD-ACIDENTES / CM-QTD-VEICULOS) * 100
           END-IF
           MOVE WS-PORCE TO WS-PORCE-EXT

           MOVE SPACES TO WS-EXT-LINHA
           STRING CM-CIDADE       ';'
                  CM-ESTADO       ';'
                  CM-DATA         ';'
                  CM-QTD-VEICULOS ';'
                  CM-BAFOMETRO    ';'
                  CM-QTD-ACIDENTES ';'
                  CM-QTD-OBITOS   ';'
                  WS-PORCE-EXT
                  DELIMITED BY SIZE INTO WS-EXT-LINHA
           MOVE WS-EXT-LINHA TO REG-EXT-PORTAL
           WRITE REG-EXT-PORTAL
           ADD 1 TO WS-CTEXTRAIDOS
           .
      *--------------------------------------------------------------*
      *    CARGA RETIDA NA TRIAGEM E AINDA NAO LIBERADA?
      *--------------------------------------------------------------*
       035-VERIFICAR-RETIDA.

           MOVE 'N' TO WS-RETIDA
           IF WS-RETCID-ABERTO = 'S'
              MOVE CM-CIDADE TO RT-CIDADE
              MOVE CM-DATA   TO RT-DATA
              READ CARGAS-RETIDAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF RT-SITUACAO = 'R'
                       MOVE 'S' TO WS-RETIDA
                    END-IF
              END-READ
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - TRAILER COM A QUANTIDADE EXTRAIDA
      *--------------------------------------------------------------*
       090-TERMINAR.
           IF WS-MASTER-ABERTO = 'S'
              CLOSE CIDADES-MASTER
           END-IF
           IF WS-RETCID-ABERTO = 'S'
              CLOSE CARGAS-RETIDAS
           END-IF

           DISPLAY " *========================================*"
           DISPLAY " *   TOTAIS DE CONTROLE - CGPRG012        *"
           DISPLAY " *----------------------------------------*"
           DISPLAY " * REGISTROS EXTRAIDOS         = " WS-CTEXTRAIDOS
           DISPLAY " * RETIDOS NA TRIAGEM (FORA)   = " WS-CTRETIDAS
           DISPLAY " *========================================*"
           DISPLAY " *----------------------------------------*"
           DISPLAY " *      TERMINO NORMAL DO CGPRG012        *"
