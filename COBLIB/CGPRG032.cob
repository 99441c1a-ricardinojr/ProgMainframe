       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG032.
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
           SELECT METAS-UF        ASSIGN TO "METUF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MET-CHAVE
               FILE STATUS IS WS-STATUS-METUF.
           SELECT CIDADES-MES     ASSIGN TO "CIDMES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WS-STATUS-MES.
           SELECT POPULACAO-CID   ASSIGN TO "POPCID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POP-CHAVE
               FILE STATUS IS WS-STATUS-POP.
           SELECT REL-METAS       ASSIGN TO "RELMET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REL.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *    METAS DE REDUCAO DE OBITOS POR UF E ANO (CGPRG031)
       FD  METAS-UF
           LABEL RECORDS ARE STANDARD.
       01  REG-METAS-UF.
           05  MET-CHAVE.
               10  MET-UF             PIC X(02).
               10  MET-ANO            PIC 9(04).
           05  MET-ANO-BASE           PIC 9(04).
           05  MET-OBITOS-META        PIC 9(07).
           05  MET-TAXA-META          PIC 9(03)V99.
           05  MET-DATA-ATUALIZ       PIC 9(08).
      *
       FD  CIDADES-MES
           LABEL RECORDS ARE STANDARD.
       01  REG-CIDADES-MES.
           05  CS-CHAVE.
               10  CS-CIDADE          PIC 9(05).
               10  CS-ANO-MES         PIC 9(06).
               10  CS-ANO-MES-R REDEFINES CS-ANO-MES.
                   15  CS-ANO         PIC 9(04).
                   15  CS-MES         PIC 9(02).
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
      *    POPULACAO ESTIMADA DO IBGE POR CIDADE E ANO (CGPRG030)
       FD  POPULACAO-CID
           LABEL RECORDS ARE STANDARD.
       01  REG-POPULACAO-CID.
           05  POP-CHAVE.
               10  POP-CIDADE         PIC 9(05).
               10  POP-ANO            PIC 9(04).
           05  POP-UF                 PIC X(02).
           05  POP-POPULACAO          PIC 9(09).
           05  POP-DATA-CARGA         PIC 9(08).
      *
       FD  REL-METAS
           LABEL RECORDS ARE STANDARD.
       01  REG-REL-METAS              PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-FIM                 PIC X(01).
           05  WS-FIM-METUF           PIC X(01).
           05  WS-FIM-POP             PIC X(01).
           05  WS-STATUS-METUF        PIC X(02).
           05  WS-STATUS-MES          PIC X(02).
           05  WS-STATUS-POP          PIC X(02).
           05  WS-STATUS-REL          PIC X(02).
           05  WS-METUF-ABERTO        PIC X(01)        VALUE 'N'.
           05  WS-MES-ABERTO          PIC X(01)        VALUE 'N'.
           05  WS-POP-ABERTO          PIC X(01)        VALUE 'N'.
           05  WS-TAB-UF-CHEIA        PIC X(01).
           05  WS-UF-PROCURADA        PIC X(02).
           05  WS-CTLIDO              PIC 9(06)        VALUE ZERO.
           05  WS-CTMETAS             PIC 9(06)        VALUE ZERO.
           05  WS-CTNA-META           PIC 9(06)        VALUE ZERO.
           05  WS-CTFORA-META         PIC 9(06)        VALUE ZERO.
           05  WS-CTSEM-META          PIC 9(06)        VALUE ZERO.
           05  WS-META-PRORRATA       PIC 9(07).
           05  WS-PROJECAO            PIC 9(08).
           05  WS-REDUCAO-PLANEJADA   PIC S9(08).
           05  WS-REDUCAO-REALIZADA   PIC S9(08).
           05  WS-VARIACAO            PIC S9(05)V99.
           05  WS-ATINGIDO            PIC S9(05)V99.
           05  WS-TAXA-PROJETADA      PIC 9(05)V99.
           05  WS-FORA-META           PIC X(01).
      *-----> ENTRADA - ANO-MES DE REFERENCIA DO ACOMPANHAMENTO, VIA
      *-----> SYSIN, NA CONVENCAO 00AAMM DO CIDMES (CGPRG014): O
      *-----> ACUMULADO DO ANO VAI DE 00AA01 ATE O MES INFORMADO
       01  WS-REG-SYSIN.
           05 WS-ANOMES-REF       PIC 9(06).
           05 WS-ANOMES-REF-R REDEFINES WS-ANOMES-REF.
              10 WS-ANO-REF       PIC 9(04).
              10 WS-MES-REF       PIC 9(02).
      *-----> TABELA DE ESTADOS (UF): META DO ANO E OBITOS ACUMULADOS
      *-----> NO ANO E NO MESMO PERIODO DO ANO BASE
       01  WS-TAB-ESTADOS.
           05  WS-QTD-ESTADOS         PIC 9(02)        VALUE ZERO.
           05  WS-TAB-UF OCCURS 1 TO 30 TIMES
                   DEPENDING ON WS-QTD-ESTADOS
                   ASCENDING KEY IS TAB-UF
                   INDEXED BY IX-UF.
               10  TAB-UF             PIC X(02).
               10  TAB-TEM-META       PIC X(01).
               10  TAB-ANO-BASE       PIC 9(04).
               10  TAB-META-OBT       PIC 9(07).
               10  TAB-META-TAXA      PIC 9(03)V99.
               10  TAB-OBT-ANO        PIC 9(08).
               10  TAB-OBT-BASE       PIC 9(08).
               10  TAB-POP            PIC 9(10).
      *-----> SAIDA - LINHA DE ACOMPANHAMENTO DA UF
       01  WS-REG-DETALHE.
           05 DETUF               PIC X(02).
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 DETBASE             PIC 9(04).
           05 DETBASE-X REDEFINES DETBASE
                                  PIC X(04).
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 DETMETA             PIC Z.ZZZ.ZZ9.
           05 DETMETA-X REDEFINES DETMETA
                                  PIC X(09).
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 DETPRORRATA         PIC Z.ZZZ.ZZ9.
           05 DETPRORRATA-X REDEFINES DETPRORRATA
                                  PIC X(09).
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 DETOBT              PIC Z.ZZZ.ZZ9.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 DETOBTBASE          PIC Z.ZZZ.ZZ9.
           05 DETOBTBASE-X REDEFINES DETOBTBASE
                                  PIC X(09).
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 DETVARIACAO         PIC -ZZ.ZZ9,99.
           05 DETVARIACAO-X REDEFINES DETVARIACAO
                                  PIC X(10).
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 DETATINGIDO         PIC -ZZ.ZZ9,99.
           05 DETATINGIDO-X REDEFINES DETATINGIDO
                                  PIC X(10).
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 DETPROJECAO         PIC Z.ZZZ.ZZ9.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 DETTXPROJ           PIC ZZ.ZZ9,99.
           05 DETTXPROJ-X REDEFINES DETTXPROJ
                                  PIC X(09).
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 DETTXMETA           PIC ZZ9,99.
           05 DETTXMETA-X REDEFINES DETTXMETA
                                  PIC X(06).
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 DETSITUACAO         PIC X(12).
      *-----> LINHAS DO RELATORIO EM DISCO (DD RELMET)
       01  WS-REL-CAB1.
           05 FILLER              PIC X(18)        VALUE
              'RELATORIO CGPRG032'.
           05 FILLER              PIC X(05)        VALUE SPACES.
           05 FILLER              PIC X(40)        VALUE
              'ACOMPANHAMENTO DAS METAS DE OBITOS POR U'.
           05 FILLER              PIC X(16)        VALUE
              'F - ACUMULADO DE'.
           05 FILLER              PIC X(01)        VALUE SPACES.
           05 CAB1-ANO-INICIO      PIC 9(04).
           05 FILLER              PIC X(02)        VALUE '01'.
           05 FILLER              PIC X(03)        VALUE ' A '.
           05 CAB1-FIM             PIC 9(06).
       01  WS-REL-CAB2.
           05 FILLER              PIC X(02)        VALUE
              'UF'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(04)        VALUE
              'ANO '.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(09)        VALUE
              '     META'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(09)        VALUE
              '     META'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(09)        VALUE
              '   OBITOS'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(09)        VALUE
              '   OBITOS'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(10)        VALUE
              '  VARIACAO'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(10)        VALUE
              '         %'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(09)        VALUE
              ' PROJECAO'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(09)        VALUE
              ' TX PROJ.'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(06)        VALUE
              '  TAXA'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(12)        VALUE
              'SITUACAO    '.
       01  WS-REL-CAB3.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(04)        VALUE
              'BASE'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(09)        VALUE
              '   DO ANO'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(09)        VALUE
              ' PRORRAT.'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(09)        VALUE
              '   NO ANO'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(09)        VALUE
              ' ANO BASE'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(10)        VALUE
              '  S/BASE %'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(10)        VALUE
              '  ATINGIDO'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(09)        VALUE
              '  FIM ANO'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(09)        VALUE
              ' /100 MIL'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(06)        VALUE
              '  META'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(12)        VALUE SPACES.
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
       000-CGPRG032.

           PERFORM 010-INICIAR
           PERFORM 020-CARREGAR-METAS UNTIL WS-FIM-METUF = 'S'
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 036-CARREGAR-POPULACAO UNTIL WS-FIM-POP = 'S'
           PERFORM 040-IMPRIMIR-ESTADOS
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "LUANA - RICARDINO"
           DISPLAY "CGPRG032 - ACOMPANHAMENTO MENSAL DAS METAS DE "
                   "OBITOS POR UF"
           ACCEPT WS-REG-SYSIN FROM SYSIN
           DISPLAY "ANO-MES DE REFERENCIA.: " WS-ANOMES-REF
           DISPLAY "-------------------------------------------"

           MOVE 'N' TO WS-FIM
           MOVE 'N' TO WS-FIM-METUF
           MOVE 'N' TO WS-FIM-POP

           OPEN OUTPUT REL-METAS
           IF WS-STATUS-REL NOT = '00'
              DISPLAY "*** REL-METAS NAO PODE SER ABERTO - STATUS: "
                       WS-STATUS-REL
           END-IF

           IF WS-ANOMES-REF NOT NUMERIC
              DISPLAY "*** ANO-MES DE REFERENCIA INVALIDO NA SYSIN"
              MOVE 16  TO RETURN-CODE
           ELSE
              IF WS-MES-REF < 1 OR WS-MES-REF > 12
                 DISPLAY "*** MES DE REFERENCIA INVALIDO NA SYSIN: "
                          WS-MES-REF
                 MOVE 16  TO RETURN-CODE
              END-IF
           END-IF

           IF RETURN-CODE = ZERO
              OPEN INPUT METAS-UF
              IF WS-STATUS-METUF = '00'
                 MOVE 'S' TO WS-METUF-ABERTO
              ELSE
                 DISPLAY "*** METAS-UF NAO PODE SER ABERTO - "
                          "STATUS: " WS-STATUS-METUF
                 MOVE 16  TO RETURN-CODE
              END-IF
           END-IF

           IF RETURN-CODE = ZERO
              OPEN INPUT CIDADES-MES
              IF WS-STATUS-MES = '00'
                 MOVE 'S' TO WS-MES-ABERTO
              ELSE
                 DISPLAY "*** CIDADES-MES NAO PODE SER ABERTO - "
                          "STATUS: " WS-STATUS-MES
                 MOVE 16  TO RETURN-CODE
              END-IF
           END-IF

      *    POPULACAO DO IBGE (POPCID, CARGA DO CGPRG030) - SEM ELA A
      *    TAXA PROJETADA NAO E CALCULADA E SO A META DE OBITOS VALE
           IF RETURN-CODE = ZERO
              OPEN INPUT POPULACAO-CID
              IF WS-STATUS-POP = '00'
                 MOVE 'S' TO WS-POP-ABERTO
              ELSE
                 DISPLAY "*** POPULACAO-CID NAO PODE SER ABERTO - "
                          "STATUS: " WS-STATUS-POP
                          " - TAXA PROJETADA NAO CALCULADA"
              END-IF
           END-IF

           IF RETURN-CODE NOT = ZERO
              MOVE 'S' TO WS-FIM
              MOVE 'S' TO WS-FIM-METUF
              MOVE 'S' TO WS-FIM-POP
           ELSE
              MOVE WS-ANO-REF TO CAB1-ANO-INICIO
              MOVE WS-ANOMES-REF TO CAB1-FIM
              PERFORM 015-POSICIONAR-ARQUIVOS
           END-IF

           MOVE WS-REL-CAB1             TO REG-REL-METAS
           WRITE REG-REL-METAS
           MOVE WS-REL-TRACO            TO REG-REL-METAS
           WRITE REG-REL-METAS
           MOVE WS-REL-CAB2             TO REG-REL-METAS
           WRITE REG-REL-METAS
           MOVE WS-REL-CAB3             TO REG-REL-METAS
           WRITE REG-REL-METAS
           MOVE WS-REL-TRACO            TO REG-REL-METAS
           WRITE REG-REL-METAS
           .
      *--------------------------------------------------------------*
      *    POSICIONA METUF, CIDMES E POPCID NO INICIO E LE O PRIMEIRO
      *    REGISTRO DE CADA UM
      *--------------------------------------------------------------*
       015-POSICIONAR-ARQUIVOS.

           MOVE LOW-VALUES TO MET-CHAVE
           START METAS-UF KEY IS NOT LESS THAN MET-CHAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-METUF
           END-START
           IF WS-FIM-METUF NOT = 'S'
              PERFORM 022-LER-META
           END-IF

           MOVE LOW-VALUES TO CS-CHAVE
           START CIDADES-MES KEY IS NOT LESS THAN CS-CHAVE
              INVALID KEY
                 DISPLAY "*** CIDADES-MES NAO POSSUI REGISTROS"
                 MOVE 'S' TO WS-FIM
           END-START
           IF WS-FIM NOT = 'S'
              PERFORM 025-LER-SEQUENCIAL
           END-IF

           IF WS-POP-ABERTO = 'S'
              MOVE LOW-VALUES TO POP-CHAVE
              START POPULACAO-CID KEY IS NOT LESS THAN POP-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WS-FIM-POP
              END-START
              IF WS-FIM-POP NOT = 'S'
                 PERFORM 038-LER-POPULACAO
              END-IF
           ELSE
              MOVE 'S' TO WS-FIM-POP
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGA NA TABELA AS METAS DO ANO DE REFERENCIA
      *--------------------------------------------------------------*
       020-CARREGAR-METAS.

           IF MET-ANO = WS-ANO-REF
              MOVE MET-UF TO WS-UF-PROCURADA
              PERFORM 047-LOCALIZAR-ESTADO
              IF WS-TAB-UF-CHEIA = 'N'
                 ADD 1 TO WS-CTMETAS
                 MOVE 'S'              TO TAB-TEM-META(IX-UF)
                 MOVE MET-ANO-BASE     TO TAB-ANO-BASE(IX-UF)
                 MOVE MET-OBITOS-META  TO TAB-META-OBT(IX-UF)
                 MOVE MET-TAXA-META    TO TAB-META-TAXA(IX-UF)
              END-IF
           END-IF

           PERFORM 022-LER-META
           .
      *--------------------------------------------------------------*
      *    LEITURA SEQUENCIAL DO METUF (ACCESS DYNAMIC)
      *--------------------------------------------------------------*
       022-LER-META.

           READ METAS-UF NEXT RECORD
              AT END
                 MOVE 'S' TO WS-FIM-METUF
           END-READ
           .
      *--------------------------------------------------------------*
      *    LEITURA SEQUENCIAL DO CIDMES (ACCESS DYNAMIC)
      *--------------------------------------------------------------*
       025-LER-SEQUENCIAL.

           READ CIDADES-MES NEXT RECORD
              AT END
                 MOVE 'S' TO WS-FIM
           END-READ
           .
      *--------------------------------------------------------------*
      *    ACUMULA OS OBITOS DO RESUMO MENSAL NA UF: MESES DE JANEIRO
      *    ATE O MES DE REFERENCIA, NO ANO E NO ANO BASE DA META
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF CS-MES NOT > WS-MES-REF
              IF CS-ANO = WS-ANO-REF
                 ADD 1 TO WS-CTLIDO
                 MOVE CS-ESTADO TO WS-UF-PROCURADA
                 PERFORM 047-LOCALIZAR-ESTADO
                 IF WS-TAB-UF-CHEIA = 'N'
                    ADD CS-QTD-OBITOS TO TAB-OBT-ANO(IX-UF)
                 END-IF
              ELSE
                 PERFORM 032-ACUMULAR-ANO-BASE
              END-IF
           END-IF

           PERFORM 025-LER-SEQUENCIAL
           .
      *--------------------------------------------------------------*
      *    RESUMO DE OUTRO ANO: CONTA SO SE FOR O ANO BASE DA META DA
      *    PROPRIA UF (CADA UF TEM O SEU ANO BASE)
      *--------------------------------------------------------------*
       032-ACUMULAR-ANO-BASE.

           SET IX-UF TO 1
           SEARCH WS-TAB-UF
              AT END
                 CONTINUE
              WHEN TAB-UF(IX-UF) = CS-ESTADO
                 IF TAB-TEM-META(IX-UF) = 'S'
                    AND TAB-ANO-BASE(IX-UF) = CS-ANO
                    ADD 1 TO WS-CTLIDO
                    ADD CS-QTD-OBITOS TO TAB-OBT-BASE(IX-UF)
                 END-IF
           END-SEARCH
           .
      *--------------------------------------------------------------*
      *    SOMA A POPULACAO DO ANO DE REFERENCIA POR UF (PARA A TAXA
      *    PROJETADA POR 100 MIL HABITANTES)
      *--------------------------------------------------------------*
       036-CARREGAR-POPULACAO.

           IF POP-ANO = WS-ANO-REF
              SET IX-UF TO 1
              SEARCH WS-TAB-UF
                 AT END
                    CONTINUE
                 WHEN TAB-UF(IX-UF) = POP-UF
                    ADD POP-POPULACAO TO TAB-POP(IX-UF)
              END-SEARCH
           END-IF

           PERFORM 038-LER-POPULACAO
           .
      *--------------------------------------------------------------*
      *    LEITURA SEQUENCIAL DO POPCID (ACCESS DYNAMIC)
      *--------------------------------------------------------------*
       038-LER-POPULACAO.

           READ POPULACAO-CID NEXT RECORD
              AT END
                 MOVE 'S' TO WS-FIM-POP
           END-READ
           .
      *--------------------------------------------------------------*
      *    IMPRIME O ACOMPANHAMENTO DAS UFS EM ORDEM DE UF
      *--------------------------------------------------------------*
       040-IMPRIMIR-ESTADOS.

           IF WS-QTD-ESTADOS > ZERO
              SORT WS-TAB-UF ASCENDING KEY TAB-UF
              PERFORM 045-CALCULAR-ESTADO
                 VARYING IX-UF FROM 1 BY 1
                 UNTIL IX-UF > WS-QTD-ESTADOS
           END-IF
           .
      *--------------------------------------------------------------*
      *    CALCULA E IMPRIME A SITUACAO DA UF CONTRA A META:
      *    - META PRORRATEADA = META DO ANO X MESES DECORRIDOS / 12
      *    - VARIACAO = OBITOS DO ANO CONTRA O MESMO PERIODO DO ANO
      *      BASE, EM %
      *    - % ATINGIDO = REDUCAO REALIZADA (BASE - OBITOS DO ANO)
      *      SOBRE A REDUCAO PLANEJADA (BASE - META PRORRATEADA)
      *    - PROJECAO LINEAR = OBITOS DO ANO X 12 / MESES DECORRIDOS
      *    FORA DA META: PROJECAO ACIMA DA META DE OBITOS, OU TAXA
      *    PROJETADA POR 100 MIL HAB. ACIMA DA TAXA META (SE HOUVER)
      *--------------------------------------------------------------*
       045-CALCULAR-ESTADO.

           MOVE TAB-UF(IX-UF)      TO DETUF
           MOVE TAB-OBT-ANO(IX-UF) TO DETOBT
           COMPUTE WS-PROJECAO ROUNDED =
                   (TAB-OBT-ANO(IX-UF) * 12) / WS-MES-REF
           MOVE WS-PROJECAO        TO DETPROJECAO

           IF TAB-POP(IX-UF) = ZERO
              MOVE ZERO            TO WS-TAXA-PROJETADA
              MOVE '      N/D'     TO DETTXPROJ-X
           ELSE
              COMPUTE WS-TAXA-PROJETADA ROUNDED =
                      (WS-PROJECAO * 100000) / TAB-POP(IX-UF)
              MOVE WS-TAXA-PROJETADA TO DETTXPROJ
           END-IF

           IF TAB-TEM-META(IX-UF) NOT = 'S'
              ADD 1 TO WS-CTSEM-META
              MOVE SPACES          TO DETBASE-X
              MOVE SPACES          TO DETMETA-X
              MOVE SPACES          TO DETPRORRATA-X
              MOVE SPACES          TO DETOBTBASE-X
              MOVE SPACES          TO DETVARIACAO-X
              MOVE SPACES          TO DETATINGIDO-X
              MOVE SPACES          TO DETTXMETA-X
              MOVE 'SEM META'      TO DETSITUACAO
           ELSE
              PERFORM 046-COMPARAR-META
           END-IF

           DISPLAY WS-REG-DETALHE
           MOVE WS-REG-DETALHE TO REG-REL-METAS
           WRITE REG-REL-METAS
           .
      *--------------------------------------------------------------*
      *    COMPARA A UF COM A META DO ANO E COM O ANO BASE
      *--------------------------------------------------------------*
       046-COMPARAR-META.

           COMPUTE WS-META-PRORRATA ROUNDED =
                   (TAB-META-OBT(IX-UF) * WS-MES-REF) / 12
           MOVE TAB-ANO-BASE(IX-UF)  TO DETBASE
           MOVE TAB-META-OBT(IX-UF)  TO DETMETA
           MOVE WS-META-PRORRATA     TO DETPRORRATA
           MOVE TAB-OBT-BASE(IX-UF)  TO DETOBTBASE

           IF TAB-META-TAXA(IX-UF) = ZERO
              MOVE '   N/D'          TO DETTXMETA-X
           ELSE
              MOVE TAB-META-TAXA(IX-UF) TO DETTXMETA
           END-IF

           IF TAB-OBT-BASE(IX-UF) = ZERO
              MOVE '       N/D'      TO DETVARIACAO-X
              MOVE '       N/D'      TO DETATINGIDO-X
           ELSE
              COMPUTE WS-VARIACAO ROUNDED =
                      ((TAB-OBT-ANO(IX-UF) - TAB-OBT-BASE(IX-UF))
                       * 100) / TAB-OBT-BASE(IX-UF)
                 ON SIZE ERROR
                    MOVE 99999,99    TO WS-VARIACAO
              END-COMPUTE
              MOVE WS-VARIACAO       TO DETVARIACAO

              COMPUTE WS-REDUCAO-PLANEJADA =
                      TAB-OBT-BASE(IX-UF) - WS-META-PRORRATA
              COMPUTE WS-REDUCAO-REALIZADA =
                      TAB-OBT-BASE(IX-UF) - TAB-OBT-ANO(IX-UF)
              IF WS-REDUCAO-PLANEJADA > ZERO
                 COMPUTE WS-ATINGIDO ROUNDED =
                         (WS-REDUCAO-REALIZADA * 100)
                         / WS-REDUCAO-PLANEJADA
                    ON SIZE ERROR
                       IF WS-REDUCAO-REALIZADA < ZERO
                          MOVE -99999,99 TO WS-ATINGIDO
                       ELSE
                          MOVE 99999,99  TO WS-ATINGIDO
                       END-IF
                 END-COMPUTE
                 MOVE WS-ATINGIDO    TO DETATINGIDO
              ELSE
                 MOVE '       N/D'   TO DETATINGIDO-X
              END-IF
           END-IF

           MOVE 'N' TO WS-FORA-META
           IF WS-PROJECAO > TAB-META-OBT(IX-UF)
              MOVE 'S' TO WS-FORA-META
           END-IF
           IF TAB-META-TAXA(IX-UF) > ZERO
              AND TAB-POP(IX-UF) > ZERO
              AND WS-TAXA-PROJETADA > TAB-META-TAXA(IX-UF)
              MOVE 'S' TO WS-FORA-META
           END-IF

           IF WS-FORA-META = 'S'
              ADD 1 TO WS-CTFORA-META
              MOVE '*** FORA ***'    TO DETSITUACAO
           ELSE
              ADD 1 TO WS-CTNA-META
              MOVE 'NA META'         TO DETSITUACAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOCALIZA A UF NA TABELA (INCLUI SE AINDA NAO EXISTE)
      *--------------------------------------------------------------*
       047-LOCALIZAR-ESTADO.

           MOVE 'N' TO WS-TAB-UF-CHEIA
           SET IX-UF TO 1
           SEARCH WS-TAB-UF
              AT END
                 IF WS-QTD-ESTADOS < 30
                    ADD 1               TO WS-QTD-ESTADOS
                    SET IX-UF           TO WS-QTD-ESTADOS
                    MOVE WS-UF-PROCURADA TO TAB-UF(IX-UF)
                    MOVE 'N'            TO TAB-TEM-META(IX-UF)
                    MOVE ZERO           TO TAB-ANO-BASE(IX-UF)
                    MOVE ZERO           TO TAB-META-OBT(IX-UF)
                    MOVE ZERO           TO TAB-META-TAXA(IX-UF)
                    MOVE ZERO           TO TAB-OBT-ANO(IX-UF)
                    MOVE ZERO           TO TAB-OBT-BASE(IX-UF)
                    MOVE ZERO           TO TAB-POP(IX-UF)
                 ELSE
                    MOVE 'S' TO WS-TAB-UF-CHEIA
                    DISPLAY "*** WS-TAB-UF CHEIA (30) - ESTADO "
                             WS-UF-PROCURADA " FORA DO ACOMPANHAMENTO"
                 END-IF
              WHEN TAB-UF(IX-UF) = WS-UF-PROCURADA
                 CONTINUE
           END-SEARCH
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - TOTAIS E RC=4 SE HA UF FORA DA META
      *--------------------------------------------------------------*
       090-TERMINAR.

           MOVE WS-REL-TRACO            TO REG-REL-METAS
           WRITE REG-REL-METAS
           MOVE SPACES TO WS-REL-LINHA
           STRING 'UFS COM META NO ANO: ' WS-CTMETAS
                  '  NA META: '           WS-CTNA-META
                  '  FORA DA META: '      WS-CTFORA-META
                  '  SEM META CADASTRADA: ' WS-CTSEM-META
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           MOVE WS-REL-LINHA            TO REG-REL-METAS
           WRITE REG-REL-METAS

           IF RETURN-CODE = ZERO
              IF WS-CTMETAS = ZERO
                 DISPLAY "*** NENHUMA META CADASTRADA PARA O ANO "
                          WS-ANO-REF " (CGPRG031)"
                 MOVE 4 TO RETURN-CODE
              END-IF
              IF WS-CTFORA-META > ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           CLOSE REL-METAS
           IF WS-METUF-ABERTO = 'S'
              CLOSE METAS-UF
           END-IF
           IF WS-MES-ABERTO = 'S'
              CLOSE CIDADES-MES
           END-IF
           IF WS-POP-ABERTO = 'S'
              CLOSE POPULACAO-CID
           END-IF

           DISPLAY " *========================================*"
           DISPLAY " *   TOTAIS DE CONTROLE - CGPRG032        *"
           DISPLAY " *----------------------------------------*"
           DISPLAY " * RESUMOS MENSAIS USADOS      = " WS-CTLIDO
           DISPLAY " * UFS COM META NO ANO         = " WS-CTMETAS
           DISPLAY " * UFS NA META                 = " WS-CTNA-META
           DISPLAY " * UFS FORA DA META            = " WS-CTFORA-META
           DISPLAY " * UFS SEM META CADASTRADA     = " WS-CTSEM-META
           DISPLAY " *========================================*"
           DISPLAY " *----------------------------------------*"
           DISPLAY " *      TERMINO NORMAL DO CGPRG032        *"
           DISPLAY " *----------------------------------------*"
           .
      *---------------> FIM DO PROGRAMA CGPRG032 <-------------------*
