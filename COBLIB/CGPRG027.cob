       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG027.
       AUTHOR.        LUANA - RICARDINO.
       INSTALLATION   FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
       CONFIGURATION SECTION.
      *---------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           .
       INPUT-OUTPUT SECTION.
      *---------------------*
       FILE-CONTROL.
      *    CAMINHO ALTERNATIVO POR DATA (AIX CIDMAST.AIXDATA, DD
      *    CIDMAST1): A TRIAGEM POSICIONA DIRETO NA CARGA PEDIDA
           SELECT CIDADES-MASTER  ASSIGN TO "CIDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CHAVE
               ALTERNATE RECORD KEY IS CM-DATA WITH DUPLICATES
               FILE STATUS IS WS-STATUS-MASTER.
           SELECT CIDADES-MES     ASSIGN TO "CIDMES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WS-STATUS-MES.
           SELECT CIDADES-CADASTRO ASSIGN TO "CADCID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAD-CIDADE
               FILE STATUS IS WS-STATUS-CADCID.
      *    CARGAS RETIDAS NA TRIAGEM - FICAM FORA DO CGPRG012 E DO
      *    CGPRG013 ATE A LIBERACAO PELO OPERADOR (CGPRG028)
           SELECT CARGAS-RETIDAS  ASSIGN TO "RETCID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RT-CHAVE
               FILE STATUS IS WS-STATUS-RETCID.
           SELECT REL-TRIAGEM     ASSIGN TO "RELTRI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REL.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  CIDADES-MASTER
           LABEL RECORDS ARE STANDARD.
       01  REG-CIDADES-MASTER.
           05  CM-CHAVE.
               10  CM-CIDADE          PIC 9(05).
               10  CM-DATA            PIC 9(08).
           05  CM-ESTADO              PIC X(02).
           05  CM-QTD-VEICULOS        PIC 9(07).
           05  CM-BAFOMETRO           PIC X(01).
           05  CM-QTD-ACIDENTES       PIC 9(04).
           05  CM-QTD-OBITOS          PIC 9(04).
           05  CM-QTD-ACID-LEVES      PIC 9(04).
           05  CM-QTD-ACID-GRAVES     PIC 9(04).
           05  CM-QTD-ACID-FATAIS     PIC 9(04).
           05  CM-QTD-FERIDOS         PIC 9(05).
      *
       FD  CIDADES-MES
           LABEL RECORDS ARE STANDARD.
       01  REG-CIDADES-MES.
           05  CS-CHAVE.
               10  CS-CIDADE          PIC 9(05).
               10  CS-ANO-MES         PIC 9(06).
           05  CS-ESTADO              PIC X(02).
           05  CS-QTD-VEICULOS        PIC 9(07).
           05  CS-BAFOMETRO           PIC X(01).
           05  CS-QTD-ACIDENTES       PIC 9(06).
           05  CS-QTD-OBITOS          PIC 9(06).
           05  CS-QTD-ACID-LEVES      PIC 9(06).
           05  CS-QTD-ACID-GRAVES     PIC 9(06).
           05  CS-QTD-ACID-FATAIS     PIC 9(06).
           05  CS-QTD-FERIDOS         PIC 9(06).
           05  CS-QTD-CARGAS          PIC 9(03).
           05  CS-DATA-ULTIMA         PIC 9(08).
      *
       FD  CIDADES-CADASTRO
           LABEL RECORDS ARE STANDARD.
       01  REG-CIDADES-CADASTRO.
           05  CAD-CIDADE             PIC 9(05).
           05  CAD-NOME               PIC X(30).
           05  CAD-UF                 PIC X(02).
           05  CAD-FROTA              PIC 9(07).
           05  CAD-SITUACAO           PIC X(01).
      *
      *    CARGA RETIDA (CIDADE + DATA DA CARGA, A MESMA CHAVE DO
      *    CIDMAST): SITUACAO 'R' RETIDA / 'L' LIBERADA, INDICADORES
      *    FORA DO PADRAO E O DESVIO ENCONTRADO EM CADA UM (EM
      *    DESVIOS-PADRAO DO HISTORICO). SITUACAO, INDICADORES E
      *    DESVIOS VEM NA FRENTE PARA CABEREM NA IMAGEM DE 48 BYTES
      *    DA AUDITORIA
       FD  CARGAS-RETIDAS
           LABEL RECORDS ARE STANDARD.
       01  REG-CARGAS-RETIDAS.
           05  RT-CHAVE.
               10  RT-CIDADE          PIC 9(05).
               10  RT-DATA            PIC 9(08).
           05  RT-SITUACAO            PIC X(01).
           05  RT-ESTADO              PIC X(02).
           05  RT-IND-ACD             PIC X(01).
           05  RT-IND-OBT             PIC X(01).
           05  RT-IND-PORCE           PIC X(01).
           05  RT-QTD-ACIDENTES       PIC 9(04).
           05  RT-QTD-OBITOS          PIC 9(04).
           05  RT-DESVIO-ACD          PIC S9(03)V99.
           05  RT-DESVIO-OBT          PIC S9(03)V99.
           05  RT-DESVIO-PORCE        PIC S9(03)V99.
           05  RT-MESES-HIST          PIC 9(02).
           05  RT-DATA-TRIAGEM        PIC 9(08).
           05  RT-DATA-LIBERACAO      PIC 9(08).
           05  RT-MEDIA-ACD           PIC 9(05)V99.
           05  RT-MEDIA-OBT           PIC 9(05)V99.
           05  RT-PORCE               PIC 9(03)V99.
           05  RT-MEDIA-PORCE         PIC 9(03)V99.
      *
       FD  REL-TRIAGEM
           LABEL RECORDS ARE STANDARD.
       01  REG-REL-TRIAGEM            PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-FIM                 PIC X(01)        VALUE 'N'.
           05  WS-STATUS-MASTER       PIC X(02).
           05  WS-STATUS-MES          PIC X(02).
           05  WS-STATUS-CADCID       PIC X(02).
           05  WS-STATUS-RETCID       PIC X(02).
           05  WS-STATUS-REL          PIC X(02).
           05  WS-MASTER-ABERTO       PIC X(01)        VALUE 'N'.
           05  WS-MES-ABERTO          PIC X(01)        VALUE 'N'.
           05  WS-CADCID-ABERTO       PIC X(01)        VALUE 'N'.
           05  WS-RETCID-ABERTO       PIC X(01)        VALUE 'N'.
           05  WS-ANOMALA             PIC X(01).
           05  WS-IND-ACD             PIC X(01).
           05  WS-IND-OBT             PIC X(01).
           05  WS-IND-PORCE           PIC X(01).
           05  WS-SITUACAO-TRI        PIC X(22).
           05  WS-NOME-CIDADE         PIC X(30).
           05  WS-CTLIDO              PIC 9(06)        VALUE ZERO.
           05  WS-CTSEM-HIST          PIC 9(06)        VALUE ZERO.
           05  WS-CTNORMAIS           PIC 9(06)        VALUE ZERO.
           05  WS-CTRETIDAS           PIC 9(06)        VALUE ZERO.
           05  WS-CTJA-LIBERADAS      PIC 9(06)        VALUE ZERO.
           05  WS-CTLIB-RETRIAGEM     PIC 9(06)        VALUE ZERO.
           05  AS-DATA                PIC 9(08).
      *-----> ENTRADA - CARGA A TRIAR E PARAMETROS, VIA SYSIN:
      *-----> DATA (8) + FATOR DE DESVIO (3, UMA DECIMAL: 030 = 3,0,
      *-----> O PADRAO) + MINIMO DE MESES DE HISTORICO (2, PADRAO 03)
       01  WS-REG-SYSIN.
           05 WS-DATA-CARGA       PIC 9(08).
           05 WS-DATA-CARGA-R REDEFINES WS-DATA-CARGA.
              10 WS-CARGA-ANO     PIC 9(04).
              10 WS-CARGA-MES     PIC 9(02).
              10 WS-CARGA-DIA     PIC 9(02).
           05 WS-FATOR            PIC 9(02)V9.
           05 WS-MIN-MESES        PIC 9(02).
      *-----> MES DO HISTORICO (OS 12 MESES ANTERIORES AO DA CARGA)
       01  WS-HIST-ANO-MES.
           05 WS-HIST-ANO         PIC 9(04).
           05 WS-HIST-MES         PIC 9(02).
       01  WS-HIST-ANO-MES-N REDEFINES WS-HIST-ANO-MES
                                  PIC 9(06).
      *-----> ACUMULADORES DO HISTORICO DA CIDADE - POR MES, A MEDIA
      *-----> POR CARGA (O CIDMES SOMA TODAS AS CARGAS DO MES)
       01  WS-AREA-HIST.
           05  WS-QTD-MESES           PIC 9(02).
           05  WS-VLR-ACD             PIC 9(06)V9999.
           05  WS-VLR-OBT             PIC 9(06)V9999.
           05  WS-VLR-PORCE           PIC 9(03)V9999.
           05  WS-SOMA-ACD            PIC 9(08)V9999.
           05  WS-SOMA-OBT            PIC 9(08)V9999.
           05  WS-SOMA-PORCE          PIC 9(05)V9999.
           05  WS-SOMAQ-ACD           PIC 9(14)V9999.
           05  WS-SOMAQ-OBT           PIC 9(14)V9999.
           05  WS-SOMAQ-PORCE         PIC 9(08)V9999.
           05  WS-MEDIA-ACD           PIC 9(06)V9999.
           05  WS-MEDIA-OBT           PIC 9(06)V9999.
           05  WS-MEDIA-PORCE         PIC 9(03)V9999.
           05  WS-VARIANCIA           PIC S9(12)V9999.
           05  WS-DP-ACD              PIC 9(06)V9999.
           05  WS-DP-OBT              PIC 9(06)V9999.
           05  WS-DP-PORCE            PIC 9(03)V9999.
           05  WS-PORCE-CARGA         PIC 9(03)V9999.
           05  WS-DESVIO-ACD          PIC S9(03)V99.
           05  WS-DESVIO-OBT          PIC S9(03)V99.
           05  WS-DESVIO-PORCE        PIC S9(03)V99.
           05  WS-DESVIO-ABS          PIC 9(03)V99.
      *-----> PISO DO DESVIO-PADRAO: HISTORICO CONSTANTE (DESVIO
      *-----> ZERO) NAO PODE TRANSFORMAR QUALQUER DIFERENCA EM ALERTA
           05  WS-PISO-QTD            PIC 9(01)V99     VALUE 1,00.
           05  WS-PISO-PORCE          PIC 9(01)V99     VALUE 0,10.
      *-----> SAIDA - LINHA DE DETALHE DA CARGA RETIDA
       01  WS-REG-DETALHE.
           05 TRICID              PIC 99999.
           05 FILLER              PIC X(01)        VALUE '-'.
           05 TRIUF               PIC XX.
           05 FILLER              PIC X(01)        VALUE SPACES.
           05 TRINOME             PIC X(20).
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 TRIACD              PIC Z.ZZ9.
           05 FILLER              PIC X(01)        VALUE SPACES.
           05 TRIMEDACD           PIC ZZ.ZZ9,99.
           05 FILLER              PIC X(01)        VALUE SPACES.
           05 TRIDESACD           PIC -ZZ9,99.
           05 TRIINDACD           PIC X(01).
           05 FILLER              PIC X(01)        VALUE SPACES.
           05 TRIOBT              PIC Z.ZZ9.
           05 FILLER              PIC X(01)        VALUE SPACES.
           05 TRIMEDOBT           PIC ZZ.ZZ9,99.
           05 FILLER              PIC X(01)        VALUE SPACES.
           05 TRIDESOBT           PIC -ZZ9,99.
           05 TRIINDOBT           PIC X(01).
           05 FILLER              PIC X(01)        VALUE SPACES.
           05 TRIPORCE            PIC ZZ9,99.
           05 FILLER              PIC X(01)        VALUE SPACES.
           05 TRIMEDPORCE         PIC ZZ9,99.
           05 FILLER              PIC X(01)        VALUE SPACES.
           05 TRIDESPORCE         PIC -ZZ9,99.
           05 TRIINDPORCE         PIC X(01).
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 TRIMESES            PIC Z9.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 TRISITUACAO         PIC X(22).
      *-----> LINHAS DO RELATORIO EM DISCO (DD RELTRI)
       01  WS-REL-CAB1.
           05 FILLER              PIC X(18)        VALUE
              'RELATORIO CGPRG027'.
           05 FILLER              PIC X(05)        VALUE SPACES.
           05 FILLER              PIC X(40)        VALUE
              'TRIAGEM DE ANOMALIAS DA CARGA           '.
           05 FILLER              PIC X(10)        VALUE
              'CARGA DE: '.
           05 CAB1-DATA           PIC 9(08).
           05 FILLER              PIC X(10)        VALUE
              '   FATOR: '.
           05 CAB1-FATOR          PIC Z9,9.
           05 FILLER              PIC X(17)        VALUE
              '   MESES MINIMO: '.
           05 CAB1-MIN-MESES      PIC Z9.
       01  WS-REL-CAB2.
           05 FILLER              PIC X(32)        VALUE
              'CIDADE   NOME                   '.
           05 FILLER              PIC X(30)        VALUE
              'ACID     MEDIA  DESVIO        '.
           05 FILLER              PIC X(30)        VALUE
              'OBIT     MEDIA  DESVIO        '.
           05 FILLER              PIC X(22)        VALUE
              '%ACID  MEDIA  DESVIO  '.
           05 FILLER              PIC X(16)        VALUE
              'MESES  SITUACAO '.
       01  WS-REL-TRACO            PIC X(132)       VALUE ALL '-'.
       01  WS-REL-LINHA            PIC X(132)       VALUE SPACES.
       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG027.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT AS-DATA FROM DATE
           DISPLAY "LUANA - RICARDINO"
           DISPLAY "CGPRG027 - TRIAGEM DE ANOMALIAS DA CARGA"
           ACCEPT WS-REG-SYSIN FROM SYSIN
           IF WS-FATOR NOT NUMERIC OR WS-FATOR = ZERO
              MOVE 3 TO WS-FATOR
           END-IF
           IF WS-MIN-MESES NOT NUMERIC OR WS-MIN-MESES = ZERO
              MOVE 3 TO WS-MIN-MESES
           END-IF
           DISPLAY "DATA DA CARGA...........: " WS-DATA-CARGA
           DISPLAY "FATOR DE DESVIO.........: " WS-FATOR
           DISPLAY "MINIMO DE MESES.........: " WS-MIN-MESES
           DISPLAY "-------------------------------------------"

           OPEN OUTPUT REL-TRIAGEM
           IF WS-STATUS-REL NOT = '00'
              DISPLAY "*** REL-TRIAGEM NAO PODE SER ABERTO - "
                       "STATUS: " WS-STATUS-REL
           END-IF

           OPEN INPUT CIDADES-CADASTRO
           IF WS-STATUS-CADCID = '00'
              MOVE 'S' TO WS-CADCID-ABERTO
           ELSE
              DISPLAY "*** CIDADES-CADASTRO NAO PODE SER ABERTO - "
                       "STATUS: " WS-STATUS-CADCID
                       " - RELATORIO SEM NOMES DE CIDADE"
           END-IF

      *    SEM O HISTORICO OU SEM O ARQUIVO DE RETIDOS A TRIAGEM NAO
      *    E FEITA - RC=16 SEGURA OS RELATORIOS QUE DEPENDEM DELA
           OPEN INPUT CIDADES-MES
           IF WS-STATUS-MES = '00'
              MOVE 'S' TO WS-MES-ABERTO
           ELSE
              DISPLAY "*** CIDADES-MES NAO PODE SER ABERTO - "
                       "STATUS: " WS-STATUS-MES
              MOVE 16  TO RETURN-CODE
              MOVE 'S' TO WS-FIM
           END-IF

           OPEN I-O CARGAS-RETIDAS
           IF WS-STATUS-RETCID = '00'
              MOVE 'S' TO WS-RETCID-ABERTO
           ELSE
              OPEN OUTPUT CARGAS-RETIDAS
              IF WS-STATUS-RETCID = '00'
                 CLOSE CARGAS-RETIDAS
                 OPEN I-O CARGAS-RETIDAS
                 MOVE 'S' TO WS-RETCID-ABERTO
              ELSE
                 DISPLAY "*** CARGAS-RETIDAS NAO PODE SER ABERTO - "
                          "STATUS: " WS-STATUS-RETCID
                 MOVE 16  TO RETURN-CODE
                 MOVE 'S' TO WS-FIM
              END-IF
           END-IF

           OPEN INPUT CIDADES-MASTER
           IF WS-STATUS-MASTER NOT = '00'
              DISPLAY "*** CIDADES-MASTER NAO PODE SER ABERTO - "
                       "STATUS: " WS-STATUS-MASTER
              MOVE 16  TO RETURN-CODE
              MOVE 'S' TO WS-FIM
           ELSE
              MOVE 'S' TO WS-MASTER-ABERTO
           END-IF

           MOVE WS-DATA-CARGA           TO CAB1-DATA
           MOVE WS-FATOR                TO CAB1-FATOR
           MOVE WS-MIN-MESES            TO CAB1-MIN-MESES
           MOVE WS-REL-CAB1             TO REG-REL-TRIAGEM
           WRITE REG-REL-TRIAGEM
           MOVE WS-REL-TRACO            TO REG-REL-TRIAGEM
           WRITE REG-REL-TRIAGEM
           MOVE WS-REL-CAB2             TO REG-REL-TRIAGEM
           WRITE REG-REL-TRIAGEM
           MOVE WS-REL-TRACO            TO REG-REL-TRIAGEM
           WRITE REG-REL-TRIAGEM

           IF WS-FIM NOT = 'S'
              PERFORM 020-POSICIONAR-MASTER
           END-IF
           .
      *--------------------------------------------------------------*
      *    POSICIONA O MASTER PELO CAMINHO DE DATA DIRETO NA CARGA
      *    PEDIDA E LE O PRIMEIRO REGISTRO
      *--------------------------------------------------------------*
       020-POSICIONAR-MASTER.

           MOVE WS-DATA-CARGA TO CM-DATA
           START CIDADES-MASTER KEY IS NOT LESS THAN CM-DATA
              INVALID KEY
                 DISPLAY "*** CIDADES-MASTER NAO POSSUI REGISTROS "
                          "NA DATA PEDIDA"
                 MOVE 'S' TO WS-FIM
           END-START

           IF WS-FIM NOT = 'S'
              PERFORM 025-LER-SEQUENCIAL
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA SEQUENCIAL DO CIDADES-MASTER (ACCESS DYNAMIC)
      *--------------------------------------------------------------*
       025-LER-SEQUENCIAL.

           READ CIDADES-MASTER NEXT RECORD
              AT END
                 MOVE 'S' TO WS-FIM
           END-READ
           .
      *--------------------------------------------------------------*
      *    TRIA CADA CIDADE DA CARGA CONTRA O SEU PROPRIO HISTORICO
      *--------------------------------------------------------------*
       030-PROCESSAR.

      *    PELO CAMINHO DE DATA AS LEITURAS VEM EM ORDEM DE DATA -
      *    MUDOU A DATA, ACABOU A CARGA PEDIDA
           IF CM-DATA NOT = WS-DATA-CARGA
              MOVE 'S' TO WS-FIM
           ELSE
              ADD 1 TO WS-CTLIDO
              PERFORM 040-CALCULAR-HISTORICO
              IF WS-QTD-MESES < WS-MIN-MESES
                 ADD 1 TO WS-CTSEM-HIST
              ELSE
                 PERFORM 050-AVALIAR-DESVIOS
                 PERFORM 060-ATUALIZAR-RETIDA
              END-IF
              PERFORM 025-LER-SEQUENCIAL
           END-IF
           .
      *--------------------------------------------------------------*
      *    MEDIA E DESVIO-PADRAO DOS 12 MESES ANTERIORES AO DA CARGA
      *    (ACIDENTES E OBITOS POR CARGA E % DE ACIDENTES/VEICULOS)
      *--------------------------------------------------------------*
       040-CALCULAR-HISTORICO.

           MOVE ZERO             TO WS-QTD-MESES
           MOVE ZERO             TO WS-SOMA-ACD    WS-SOMAQ-ACD
           MOVE ZERO             TO WS-SOMA-OBT    WS-SOMAQ-OBT
           MOVE ZERO             TO WS-SOMA-PORCE  WS-SOMAQ-PORCE
           MOVE WS-CARGA-ANO     TO WS-HIST-ANO
           MOVE WS-CARGA-MES     TO WS-HIST-MES

           PERFORM 042-ACUMULAR-MES 12 TIMES

           IF WS-QTD-MESES NOT < WS-MIN-MESES
              COMPUTE WS-MEDIA-ACD   = WS-SOMA-ACD   / WS-QTD-MESES
              COMPUTE WS-MEDIA-OBT   = WS-SOMA-OBT   / WS-QTD-MESES
              COMPUTE WS-MEDIA-PORCE = WS-SOMA-PORCE / WS-QTD-MESES

              COMPUTE WS-VARIANCIA = WS-SOMAQ-ACD / WS-QTD-MESES
                                   - WS-MEDIA-ACD * WS-MEDIA-ACD
              IF WS-VARIANCIA > ZERO
                 COMPUTE WS-DP-ACD = WS-VARIANCIA ** 0,5
              ELSE
                 MOVE ZERO TO WS-DP-ACD
              END-IF
              IF WS-DP-ACD < WS-PISO-QTD
                 MOVE WS-PISO-QTD TO WS-DP-ACD
              END-IF

              COMPUTE WS-VARIANCIA = WS-SOMAQ-OBT / WS-QTD-MESES
                                   - WS-MEDIA-OBT * WS-MEDIA-OBT
              IF WS-VARIANCIA > ZERO
                 COMPUTE WS-DP-OBT = WS-VARIANCIA ** 0,5
              ELSE
                 MOVE ZERO TO WS-DP-OBT
              END-IF
              IF WS-DP-OBT < WS-PISO-QTD
                 MOVE WS-PISO-QTD TO WS-DP-OBT
              END-IF

              COMPUTE WS-VARIANCIA = WS-SOMAQ-PORCE / WS-QTD-MESES
                                   - WS-MEDIA-PORCE * WS-MEDIA-PORCE
              IF WS-VARIANCIA > ZERO
                 COMPUTE WS-DP-PORCE = WS-VARIANCIA ** 0,5
              ELSE
                 MOVE ZERO TO WS-DP-PORCE
              END-IF
              IF WS-DP-PORCE < WS-PISO-PORCE
                 MOVE WS-PISO-PORCE TO WS-DP-PORCE
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    RECUA UM MES E ACUMULA O RESUMO DA CIDADE NAQUELE MES
      *--------------------------------------------------------------*
       042-ACUMULAR-MES.

           IF WS-HIST-MES = 1
              MOVE 12 TO WS-HIST-MES
              SUBTRACT 1 FROM WS-HIST-ANO
           ELSE
              SUBTRACT 1 FROM WS-HIST-MES
           END-IF

           MOVE CM-CIDADE          TO CS-CIDADE
           MOVE WS-HIST-ANO-MES-N  TO CS-ANO-MES
           READ CIDADES-MES
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CS-QTD-CARGAS > ZERO
                    ADD 1 TO WS-QTD-MESES
                    COMPUTE WS-VLR-ACD ROUNDED =
                            CS-QTD-ACIDENTES / CS-QTD-CARGAS
                    COMPUTE WS-VLR-OBT ROUNDED =
                            CS-QTD-OBITOS / CS-QTD-CARGAS
                    IF CS-QTD-VEICULOS = ZERO
                       MOVE ZERO TO WS-VLR-PORCE
                    ELSE
                       COMPUTE WS-VLR-PORCE ROUNDED =
                               (WS-VLR-ACD / CS-QTD-VEICULOS) * 100
                    END-IF
                    ADD WS-VLR-ACD   TO WS-SOMA-ACD
                    ADD WS-VLR-OBT   TO WS-SOMA-OBT
                    ADD WS-VLR-PORCE TO WS-SOMA-PORCE
                    COMPUTE WS-SOMAQ-ACD = WS-SOMAQ-ACD
                                         + WS-VLR-ACD * WS-VLR-ACD
                    COMPUTE WS-SOMAQ-OBT = WS-SOMAQ-OBT
                                         + WS-VLR-OBT * WS-VLR-OBT
                    COMPUTE WS-SOMAQ-PORCE = WS-SOMAQ-PORCE
                                         + WS-VLR-PORCE * WS-VLR-PORCE
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    DESVIO DA CARGA EM RELACAO A MEDIA, EM DESVIOS-PADRAO -
      *    ACIMA DO FATOR (PARA MAIS OU PARA MENOS) E ANOMALIA
      *--------------------------------------------------------------*
       050-AVALIAR-DESVIOS.

           MOVE 'N' TO WS-ANOMALA
           MOVE 'N' TO WS-IND-ACD WS-IND-OBT WS-IND-PORCE

           COMPUTE WS-DESVIO-ACD ROUNDED =
                   (CM-QTD-ACIDENTES - WS-MEDIA-ACD) / WS-DP-ACD
              ON SIZE ERROR
                 IF CM-QTD-ACIDENTES < WS-MEDIA-ACD
                    MOVE -999,99 TO WS-DESVIO-ACD
                 ELSE
                    MOVE 999,99  TO WS-DESVIO-ACD
                 END-IF
           END-COMPUTE
           MOVE WS-DESVIO-ACD TO WS-DESVIO-ABS
           IF WS-DESVIO-ABS > WS-FATOR
              MOVE 'S' TO WS-IND-ACD
              MOVE 'S' TO WS-ANOMALA
           END-IF

           COMPUTE WS-DESVIO-OBT ROUNDED =
                   (CM-QTD-OBITOS - WS-MEDIA-OBT) / WS-DP-OBT
              ON SIZE ERROR
                 IF CM-QTD-OBITOS < WS-MEDIA-OBT
                    MOVE -999,99 TO WS-DESVIO-OBT
                 ELSE
                    MOVE 999,99  TO WS-DESVIO-OBT
                 END-IF
           END-COMPUTE
           MOVE WS-DESVIO-OBT TO WS-DESVIO-ABS
           IF WS-DESVIO-ABS > WS-FATOR
              MOVE 'S' TO WS-IND-OBT
              MOVE 'S' TO WS-ANOMALA
           END-IF

      *    SEM FROTA INFORMADA NA CARGA A TAXA NAO E AVALIADA
           IF CM-QTD-VEICULOS = ZERO
              MOVE ZERO TO WS-PORCE-CARGA
              MOVE ZERO TO WS-DESVIO-PORCE
           ELSE
              COMPUTE WS-PORCE-CARGA ROUNDED =
                      (CM-QTD-ACIDENTES / CM-QTD-VEICULOS) * 100
              COMPUTE WS-DESVIO-PORCE ROUNDED =
                      (WS-PORCE-CARGA - WS-MEDIA-PORCE) / WS-DP-PORCE
                 ON SIZE ERROR
                    IF WS-PORCE-CARGA < WS-MEDIA-PORCE
                       MOVE -999,99 TO WS-DESVIO-PORCE
                    ELSE
                       MOVE 999,99  TO WS-DESVIO-PORCE
                    END-IF
              END-COMPUTE
              MOVE WS-DESVIO-PORCE TO WS-DESVIO-ABS
              IF WS-DESVIO-ABS > WS-FATOR
                 MOVE 'S' TO WS-IND-PORCE
                 MOVE 'S' TO WS-ANOMALA
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA OU ATUALIZA A RETENCAO DA CARGA. RETENCAO JA
      *    LIBERADA PELO OPERADOR NAO E REFEITA NUMA NOVA TRIAGEM;
      *    RETIDA QUE VOLTOU AO PADRAO (CARGA CORRIGIDA NO CIDMAST)
      *    E LIBERADA PELA PROPRIA TRIAGEM
      *--------------------------------------------------------------*
       060-ATUALIZAR-RETIDA.

           MOVE CM-CIDADE TO RT-CIDADE
           MOVE CM-DATA   TO RT-DATA
           READ CARGAS-RETIDAS
              INVALID KEY
                 IF WS-ANOMALA = 'S'
                    PERFORM 065-MONTAR-RETIDA
                    WRITE REG-CARGAS-RETIDAS
                    ADD 1 TO WS-CTRETIDAS
                    MOVE 'RETIDA' TO WS-SITUACAO-TRI
                    PERFORM 070-IMPRIMIR-RETIDA
                 ELSE
                    ADD 1 TO WS-CTNORMAIS
                 END-IF
              NOT INVALID KEY
                 IF RT-SITUACAO = 'L'
                    IF WS-ANOMALA = 'S'
                       ADD 1 TO WS-CTJA-LIBERADAS
                       MOVE 'JA LIBERADA - MANTIDA'
                            TO WS-SITUACAO-TRI
                       PERFORM 070-IMPRIMIR-RETIDA
                    ELSE
                       ADD 1 TO WS-CTNORMAIS
                    END-IF
                 ELSE
                    IF WS-ANOMALA = 'S'
                       PERFORM 065-MONTAR-RETIDA
                       REWRITE REG-CARGAS-RETIDAS
                       ADD 1 TO WS-CTRETIDAS
                       MOVE 'RETIDA' TO WS-SITUACAO-TRI
                       PERFORM 070-IMPRIMIR-RETIDA
                    ELSE
                       PERFORM 065-MONTAR-RETIDA
                       MOVE 'L'     TO RT-SITUACAO
                       MOVE AS-DATA TO RT-DATA-LIBERACAO
                       REWRITE REG-CARGAS-RETIDAS
                       ADD 1 TO WS-CTLIB-RETRIAGEM
                       MOVE 'LIBERADA NA RETRIAGEM'
                            TO WS-SITUACAO-TRI
                       PERFORM 070-IMPRIMIR-RETIDA
                    END-IF
                 END-IF
           END-READ

           IF WS-STATUS-RETCID NOT = '00'
              AND WS-STATUS-RETCID NOT = '23'
              DISPLAY "*** FALHA AO ATUALIZAR CARGAS-RETIDAS - "
                       "STATUS: " WS-STATUS-RETCID
                       " - CIDADE " CM-CIDADE
              MOVE 16 TO RETURN-CODE
           END-IF
           .
      *--------------------------------------------------------------*
      *    MONTA O REGISTRO DA CARGA RETIDA COM O DESVIO ENCONTRADO
      *--------------------------------------------------------------*
       065-MONTAR-RETIDA.

           MOVE 'R'              TO RT-SITUACAO
           MOVE CM-ESTADO        TO RT-ESTADO
           MOVE WS-IND-ACD       TO RT-IND-ACD
           MOVE WS-IND-OBT       TO RT-IND-OBT
           MOVE WS-IND-PORCE     TO RT-IND-PORCE
           MOVE CM-QTD-ACIDENTES TO RT-QTD-ACIDENTES
           MOVE CM-QTD-OBITOS    TO RT-QTD-OBITOS
           MOVE WS-DESVIO-ACD    TO RT-DESVIO-ACD
           MOVE WS-DESVIO-OBT    TO RT-DESVIO-OBT
           MOVE WS-DESVIO-PORCE  TO RT-DESVIO-PORCE
           MOVE WS-QTD-MESES     TO RT-MESES-HIST
           MOVE AS-DATA          TO RT-DATA-TRIAGEM
           MOVE ZERO             TO RT-DATA-LIBERACAO
           MOVE WS-MEDIA-ACD     TO RT-MEDIA-ACD
           MOVE WS-MEDIA-OBT     TO RT-MEDIA-OBT
           MOVE WS-PORCE-CARGA   TO RT-PORCE
           MOVE WS-MEDIA-PORCE   TO RT-MEDIA-PORCE
           .
      *--------------------------------------------------------------*
      *    IMPRIME A CARGA FORA DO PADRAO PARA REVISAO - O '*' APOS
      *    O DESVIO MARCA O INDICADOR QUE ESTOUROU O FATOR
      *--------------------------------------------------------------*
       070-IMPRIMIR-RETIDA.

           PERFORM 075-BUSCAR-NOME

           MOVE CM-CIDADE          TO TRICID
           MOVE CM-ESTADO          TO TRIUF
           MOVE WS-NOME-CIDADE     TO TRINOME
           MOVE CM-QTD-ACIDENTES   TO TRIACD
           MOVE WS-MEDIA-ACD       TO TRIMEDACD
           MOVE WS-DESVIO-ACD      TO TRIDESACD
           MOVE CM-QTD-OBITOS      TO TRIOBT
           MOVE WS-MEDIA-OBT       TO TRIMEDOBT
           MOVE WS-DESVIO-OBT      TO TRIDESOBT
           MOVE WS-PORCE-CARGA     TO TRIPORCE
           MOVE WS-MEDIA-PORCE     TO TRIMEDPORCE
           MOVE WS-DESVIO-PORCE    TO TRIDESPORCE
           MOVE WS-QTD-MESES       TO TRIMESES
           MOVE WS-SITUACAO-TRI    TO TRISITUACAO
           MOVE SPACES             TO TRIINDACD TRIINDOBT TRIINDPORCE
           IF WS-ANOMALA = 'S'
              IF WS-IND-ACD = 'S'
                 MOVE '*' TO TRIINDACD
              END-IF
              IF WS-IND-OBT = 'S'
                 MOVE '*' TO TRIINDOBT
              END-IF
              IF WS-IND-PORCE = 'S'
                 MOVE '*' TO TRIINDPORCE
              END-IF
           END-IF

           DISPLAY WS-REG-DETALHE
           MOVE WS-REG-DETALHE     TO REG-REL-TRIAGEM
           WRITE REG-REL-TRIAGEM
           .
      *--------------------------------------------------------------*
      *    BUSCA O NOME OFICIAL DA CIDADE NO CADASTRO (CADCID)
      *--------------------------------------------------------------*
       075-BUSCAR-NOME.

           MOVE SPACES TO WS-NOME-CIDADE
           IF WS-CADCID-ABERTO = 'S'
              MOVE CM-CIDADE TO CAD-CIDADE
              READ CIDADES-CADASTRO
                 INVALID KEY
                    MOVE SPACES   TO WS-NOME-CIDADE
                 NOT INVALID KEY
                    MOVE CAD-NOME TO WS-NOME-CIDADE
              END-READ
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - RC=4 AVISA O SCHEDULER QUE HA
      *    CARGA RETIDA AGUARDANDO REVISAO DO OPERADOR
      *--------------------------------------------------------------*
       090-TERMINAR.

           MOVE WS-REL-TRACO            TO REG-REL-TRIAGEM
           WRITE REG-REL-TRIAGEM
           MOVE SPACES TO WS-REL-LINHA
           STRING 'CIDADES TRIADAS: ' WS-CTLIDO
                  '  SEM HISTORICO: ' WS-CTSEM-HIST
                  '  NO PADRAO: ' WS-CTNORMAIS
                  '  RETIDAS: ' WS-CTRETIDAS
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           MOVE WS-REL-LINHA            TO REG-REL-TRIAGEM
           WRITE REG-REL-TRIAGEM
           MOVE SPACES TO WS-REL-LINHA
           STRING 'JA LIBERADAS: ' WS-CTJA-LIBERADAS
                  '  LIBERADAS NA RETRIAGEM: ' WS-CTLIB-RETRIAGEM
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           MOVE WS-REL-LINHA            TO REG-REL-TRIAGEM
           WRITE REG-REL-TRIAGEM

           CLOSE REL-TRIAGEM
           IF WS-MASTER-ABERTO = 'S'
              CLOSE CIDADES-MASTER
           END-IF
           IF WS-MES-ABERTO = 'S'
              CLOSE CIDADES-MES
           END-IF
           IF WS-CADCID-ABERTO = 'S'
              CLOSE CIDADES-CADASTRO
           END-IF
           IF WS-RETCID-ABERTO = 'S'
              CLOSE CARGAS-RETIDAS
           END-IF

           IF WS-CTRETIDAS > ZERO AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY " *========================================*"
           DISPLAY " *   TOTAIS DE CONTROLE - CGPRG027        *"
           DISPLAY " *----------------------------------------*"
           DISPLAY " * CIDADES TRIADAS             = " WS-CTLIDO
           DISPLAY " * SEM HISTORICO SUFICIENTE    = " WS-CTSEM-HIST
           DISPLAY " * DENTRO DO PADRAO            = " WS-CTNORMAIS
           DISPLAY " * CARGAS RETIDAS              = " WS-CTRETIDAS
           DISPLAY " * JA LIBERADAS (MANTIDAS)     = "
                    WS-CTJA-LIBERADAS
           DISPLAY " * LIBERADAS NA RETRIAGEM      = "
                    WS-CTLIB-RETRIAGEM
           DISPLAY " *========================================*"
           DISPLAY " *----------------------------------------*"
           DISPLAY " *      TERMINO NORMAL DO CGPRG027        *"
           DISPLAY " *----------------------------------------*"
           .
      *---------------> FIM DO PROGRAMA CGPRG027 <-------------------*
