               ACCESS MODE IS RANDOM
               RECORD KEY IS CAD-CIDADE
               FILE STATUS IS WS-STATUS-CADCID.
           SELECT POPULACAO-CID   ASSIGN TO "POPCID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POP-CHAVE
               FILE STATUS IS WS-STATUS-POP.
           SELECT REL-ANUAL       ASSIGN TO "RELANO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REL.
           05  CAD-UF                 PIC X(02).
           05  CAD-FROTA              PIC 9(07).
           05  CAD-SITUACAO           PIC X(01).
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
       FD  REL-ANUAL
           LABEL RECORDS ARE STANDARD.
           05  WS-STATUS-REL          PIC X(02).
           05  WS-MES-ABERTO          PIC X(01)        VALUE 'N'.
           05  WS-CADCID-ABERTO       PIC X(01)        VALUE 'N'.
           05  WS-STATUS-POP          PIC X(02).
           05  WS-POP-ABERTO          PIC X(01)        VALUE 'N'.
           05  WS-CTLIDO              PIC 9(06)        VALUE ZERO.
           05  WS-CTCIDADES           PIC 9(06)        VALUE ZERO.
           05  WS-NOME-CIDADE         PIC X(30).
           05  WS-ACD-ESTADO          PIC Z99.999.
           05  WS-PORCE-ESTADO        PIC ZZ9,99.
           05  WS-TAB-UF-CHEIA        PIC X(01).
           05  AS-TX100K              PIC 9(05)V99.
           05  AS-TX10K               PIC 9(05)V99.
           05  WS-TX100K-ED           PIC ZZ.ZZ9,99.
           05  WS-TX10K-ED            PIC ZZ.ZZ9,99.
           05  WS-POP-ED              PIC Z.ZZZ.ZZZ.ZZ9.
           05  WS-CTSEM-POP           PIC 9(06)        VALUE ZERO.
      *-----> GRUPO EM TOTALIZACAO (UMA CIDADE DO PERIODO - OS MESES
      *-----> CHEGAM ADJACENTES PELA ORDEM DA CHAVE CIDADE + ANO-MES)
       01  WS-AREA-GRUPO.
           05  WS-GRP-FERIDOS         PIC 9(08).
           05  WS-GRP-MESES           PIC 9(03).
           05  WS-GRP-CARGAS          PIC 9(05).
           05  WS-GRP-TEM-POP         PIC X(01).
           05  WS-GRP-POPULACAO       PIC 9(09).
      *-----> ENTRADA - PERIODO A TOTALIZAR, VIA SYSIN (NO JCL):
      *-----> ANO-MES INICIAL + ANO-MES FINAL, NA CONVENCAO 00AAMM
      *-----> DO CS-ANO-MES (CM-DATA 00AAMMDD SEM O DIA): ANO CHEIO
       01  WS-REG-SYSIN.
           05 WS-ANOMES-INICIO    PIC 9(06).
           05 WS-ANOMES-FIM       PIC 9(06).
      *-----> A POPULACAO USADA NAS TAXAS E A DO ANO DO ANO-MES FINAL
           05 WS-ANOMES-FIM-R REDEFINES WS-ANOMES-FIM.
              10 WS-ANO-POP       PIC 9(04).
              10 FILLER           PIC 9(02).
      *-----> TABELA DE ESTADOS (UF) DO PERIODO (COMO NO CGPRG007)
       01  WS-TAB-ESTADOS.
           05  WS-QTD-ESTADOS         PIC 9(02)        VALUE ZERO.
               10  TAB-GRAVES         PIC 9(08)   VALUE ZERO.
               10  TAB-FATAIS         PIC 9(08)   VALUE ZERO.
               10  TAB-FERIDOS        PIC 9(08)   VALUE ZERO.
               10  TAB-VEIC           PIC 9(09)   VALUE ZERO.
               10  TAB-POP            PIC 9(10)   VALUE ZERO.
               10  TAB-OBT-POP        PIC 9(08)   VALUE ZERO.
               10  TAB-CID-SPOP       PIC 9(03)   VALUE ZERO.
      *-----> TABELA PARA RANKING TOP-5 (COMO NO CGPRG007) -
      *-----> DIMENSIONADA PARA TODOS OS MUNICIPIOS DO PAIS (~5.570)
       01  WS-TAB-RANKING.
           05  WS-QTD-RANK            PIC 9(04)        VALUE ZERO.
           05  WS-TAB-RANK OCCURS 1 TO 6000 TIMES
                   DEPENDING ON WS-QTD-RANK
                   ASCENDING KEY IS RANK-ACD
                   DESCENDING KEY IS RANK-PORCE
                   INDEXED BY IX-RANK.
               10  RANK-CIDADE        PIC 9(05).
               10  RANK-ESTADO        PIC X(02).
               10  RANK-ACD           PIC 9(08).
               10  RANK-OBT           PIC 9(08).
               10  RANK-PORCE         PIC 99V9999.
               10  RANK-POP           PIC 9(09).
               10  RANK-TX100K        PIC 9(05)V99.
               10  RANK-TX10K         PIC 9(05)V99.
      *-----> CIDADES DO PERIODO SEM POPULACAO NO POPCID PARA O ANO -
      *-----> DIMENSIONADA PARA TODOS OS MUNICIPIOS DO PAIS (~5.570)
       01  WS-TAB-SEM-POPULACAO.
           05  WS-QTD-SPOP            PIC 9(04)        VALUE ZERO.
           05  WS-TAB-SPOP OCCURS 1 TO 6000 TIMES
                   DEPENDING ON WS-QTD-SPOP
                   INDEXED BY IX-SPOP.
               10  SPOP-CIDADE        PIC 9(05).
               10  SPOP-ESTADO        PIC X(02).
               10  SPOP-OBT           PIC 9(08).
               10  SPOP-VEIC          PIC 9(07).
      *-----> SAIDA - LINHA DO RANKING TOP-5 DO PERIODO
       01  WS-REG-RANKING.
           05 CIDRANK              PIC 99999.
           05 FILLER                PIC X(02)        VALUE SPACES.
           05 PORCERANK             PIC ZZ9,99.
           05 FILLER                PIC X(01)        VALUE '%'.
      *-----> SAIDA - LINHA DO RANKING TOP-5 POR OBITOS/100 MIL HAB.
       01  WS-REG-RANK-TAXA.
           05 CIDRTX               PIC 99999.
           05 FILLER               PIC X(01)        VALUE '-'.
           05 UFRTX                PIC XX.
           05 FILLER               PIC X(01)        VALUE SPACES.
           05 NOMERTX              PIC X(20).
           05 FILLER               PIC X(03)        VALUE SPACES.
           05 OBTRTX               PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(02)        VALUE SPACES.
           05 POPRTX               PIC ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(02)        VALUE SPACES.
           05 TX100KRTX            PIC ZZ.ZZ9,99.
           05 FILLER               PIC X(02)        VALUE SPACES.
           05 TX10KRTX             PIC ZZ.ZZ9,99.
      *-----> SAIDA - LINHA DA CIDADE SEM POPULACAO NO ANO
       01  WS-REG-SEM-POP.
           05 CIDSPOP              PIC 99999.
           05 FILLER               PIC X(01)        VALUE '-'.
           05 UFSPOP               PIC XX.
           05 FILLER               PIC X(01)        VALUE SPACES.
           05 NOMESPOP             PIC X(20).
           05 FILLER               PIC X(03)        VALUE SPACES.
           05 OBTSPOP              PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(02)        VALUE SPACES.
           05 TX10KSPOP            PIC ZZ.ZZ9,99.
      *-----> SAIDA - LINHA DE DETALHE DA CIDADE NO PERIODO
       01  WS-REG-DETALHE.
           05 CID                 PIC 99999.
           05 FILLER              PIC X(03)        VALUE SPACES.
           05 PACIDS              PIC ZZ9,99.
           05 FILLER              PIC X(01)        VALUE '%'.
           05 FILLER              PIC X(03)        VALUE SPACES.
           05 TX100K              PIC ZZ.ZZ9,99.
           05 TX100K-X REDEFINES TX100K
                                  PIC X(09).
           05 FILLER              PIC X(03)        VALUE SPACES.
           05 TX10K               PIC ZZ.ZZ9,99.
      *-----> LINHAS DO RELATORIO EM DISCO (DD RELANO)
       01  WS-REL-CAB1.
           05 FILLER              PIC X(18)        VALUE
           05 FILLER              PIC X(05)        VALUE SPACES.
           05 FILLER              PIC X(06)        VALUE
              '% ACID'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(10)        VALUE
              'OBT/100MIL'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(10)        VALUE
              'OBT/10MIL '.
       01  WS-REL-CAB3.
           05 FILLER              PIC X(84)        VALUE SPACES.
           05 FILLER              PIC X(10)        VALUE
              'HABITANTES'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(10)        VALUE
              'VEICULOS  '.
       01  WS-REL-TRACO            PIC X(132)       VALUE ALL '-'.
       01  WS-REL-LINHA            PIC X(132)       VALUE SPACES.
       01  FILLER                 PIC X(35)        VALUE
           PERFORM 045-FECHAR-GRUPO
           PERFORM 040-PROCESSAR-ESTADOS
           PERFORM 043-PROCESSAR-GRAVIDADE
           PERFORM 046-PROCESSAR-TAXAS-UF
           PERFORM 049-RANKING-TOP5
           PERFORM 052-LISTAR-SEM-POPULACAO
           PERFORM 090-TERMINAR
           STOP RUN
           .
                       " - RELATORIO SEM NOMES DE CIDADE"
           END-IF

      *    POPULACAO DO IBGE (POPCID, CARGA DO CGPRG030) - SEM ELA O
      *    RELATORIO SAI SEM AS TAXAS POR 100 MIL HABITANTES
           OPEN INPUT POPULACAO-CID
           IF WS-STATUS-POP = '00'
              MOVE 'S' TO WS-POP-ABERTO
              DISPLAY "POPULACAO DO ANO.: " WS-ANO-POP
           ELSE
              DISPLAY "*** POPULACAO-CID NAO PODE SER ABERTO - "
                       "STATUS: " WS-STATUS-POP
                       " - RELATORIO SEM TAXAS POR HABITANTE"
           END-IF

           OPEN INPUT CIDADES-MES
           IF WS-STATUS-MES NOT = '00'
              DISPLAY "*** CIDADES-MES NAO PODE SER ABERTO - "
           WRITE REG-REL-ANUAL
           MOVE WS-REL-CAB2             TO REG-REL-ANUAL
           WRITE REG-REL-ANUAL
           MOVE WS-REL-CAB3             TO REG-REL-ANUAL
           WRITE REG-REL-ANUAL
           MOVE WS-REL-TRACO            TO REG-REL-ANUAL
           WRITE REG-REL-ANUAL

           .
      *--------------------------------------------------------------*
      *    FECHA O GRUPO DA CIDADE: IMPRIME O DETALHE DO PERIODO E
      *    ACUMULA A UF E O RANKING TOP-5. AS TAXAS SAO DO PERIODO:
      *    OBITOS POR 100 MIL HABITANTES (POPULACAO DO ANO FINAL NO
      *    POPCID) E POR 10 MIL VEICULOS (FROTA MAIS RECENTE)
      *--------------------------------------------------------------*
       045-FECHAR-GRUPO.

                         (WS-GRP-ACIDENTES / WS-GRP-VEICULOS) * 100
              END-IF

              IF WS-GRP-VEICULOS = ZERO
                 MOVE ZERO TO AS-TX10K
              ELSE
                 COMPUTE AS-TX10K ROUNDED =
                         (WS-GRP-OBITOS * 10000) / WS-GRP-VEICULOS
              END-IF

              PERFORM 057-BUSCAR-POPULACAO
              IF WS-GRP-TEM-POP = 'S'
                 COMPUTE AS-TX100K ROUNDED =
                         (WS-GRP-OBITOS * 100000) / WS-GRP-POPULACAO
              ELSE
                 MOVE ZERO TO AS-TX100K
                 IF WS-POP-ABERTO = 'S'
                    PERFORM 058-REGISTRAR-SEM-POP
                 END-IF
              END-IF

              PERFORM 047-ACUMULAR-ESTADO

              MOVE WS-GRP-CIDADE    TO CID
              MOVE WS-GRP-ACIDENTES TO QTACIDS
              MOVE WS-GRP-OBITOS    TO QTOBITOS
              MOVE AS-PORCE         TO PACIDS
              MOVE AS-TX10K         TO TX10K
              IF WS-GRP-TEM-POP = 'S'
                 MOVE AS-TX100K     TO TX100K
              ELSE
                 MOVE '    S/POP'    TO TX100K-X
              END-IF

              DISPLAY WS-REG-DETALHE
              MOVE WS-REG-DETALHE   TO REG-REL-ANUAL
              WRITE REG-REL-ANUAL

              IF WS-QTD-RANK < 6000
                 ADD 1 TO WS-QTD-RANK
                 SET IX-RANK               TO WS-QTD-RANK
                 MOVE WS-GRP-CIDADE        TO RANK-CIDADE(IX-RANK)
                    COMPUTE RANK-PORCE(IX-RANK) =
                            (WS-GRP-OBITOS / WS-GRP-ACIDENTES) * 100
                 END-IF
                 MOVE WS-GRP-POPULACAO     TO RANK-POP(IX-RANK)
                 MOVE AS-TX100K            TO RANK-TX100K(IX-RANK)
                 MOVE AS-TX10K             TO RANK-TX10K(IX-RANK)
              ELSE
                 DISPLAY "*** WS-TAB-RANK CHEIA (6000) - CIDADE "
                          WS-GRP-CIDADE " NAO ENTRA NO RANKING TOP-5"
              END-IF

                    MOVE ZERO           TO TAB-GRAVES(IX-UF)
                    MOVE ZERO           TO TAB-FATAIS(IX-UF)
                    MOVE ZERO           TO TAB-FERIDOS(IX-UF)
                    MOVE ZERO           TO TAB-VEIC(IX-UF)
                    MOVE ZERO           TO TAB-POP(IX-UF)
                    MOVE ZERO           TO TAB-OBT-POP(IX-UF)
                    MOVE ZERO           TO TAB-CID-SPOP(IX-UF)
                 ELSE
                    MOVE 'S' TO WS-TAB-UF-CHEIA
                    DISPLAY "*** WS-TAB-UF CHEIA (30) - ESTADO "
              ADD WS-GRP-GRAVES      TO TAB-GRAVES(IX-UF)
              ADD WS-GRP-FATAIS      TO TAB-FATAIS(IX-UF)
              ADD WS-GRP-FERIDOS     TO TAB-FERIDOS(IX-UF)
              ADD WS-GRP-VEICULOS    TO TAB-VEIC(IX-UF)
              IF WS-GRP-TEM-POP = 'S'
                 ADD WS-GRP-POPULACAO TO TAB-POP(IX-UF)
                 ADD WS-GRP-OBITOS    TO TAB-OBT-POP(IX-UF)
              ELSE
                 ADD 1                TO TAB-CID-SPOP(IX-UF)
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
           END-IF
           .
      *--------------------------------------------------------------*
      *    TAXAS DE OBITOS POR UF NO PERIODO: POR 100 MIL HABITANTES
      *    (SO AS CIDADES COM POPULACAO NO ANO) E POR 10 MIL VEICULOS
      *--------------------------------------------------------------*
       046-PROCESSAR-TAXAS-UF.

           MOVE WS-REL-TRACO            TO REG-REL-ANUAL
           WRITE REG-REL-ANUAL
           DISPLAY "-----------------------------------------"
           DISPLAY "TAXAS DE OBITOS POR UF NO PERIODO"
           MOVE 'TAXAS DE OBITOS POR UF NO PERIODO' TO WS-REL-LINHA
           PERFORM 013-GRAVAR-LINHA

           PERFORM 048-IMPRIMIR-TAXAS-UF
              VARYING IX-UF FROM 1 BY 1
              UNTIL IX-UF > WS-QTD-ESTADOS
           .
      *--------------------------------------------------------------*
      *    IMPRIME AS TAXAS DE OBITOS DE UMA UF
      *--------------------------------------------------------------*
       048-IMPRIMIR-TAXAS-UF.

           IF TAB-VEIC(IX-UF) = ZERO
              MOVE ZERO TO AS-TX10K
           ELSE
              COMPUTE AS-TX10K ROUNDED =
                      (TAB-OBT(IX-UF) * 10000) / TAB-VEIC(IX-UF)
           END-IF
           MOVE AS-TX10K          TO WS-TX10K-ED

           IF TAB-POP(IX-UF) = ZERO
              MOVE ZERO TO AS-TX100K
           ELSE
              COMPUTE AS-TX100K ROUNDED =
                      (TAB-OBT-POP(IX-UF) * 100000) / TAB-POP(IX-UF)
           END-IF
           MOVE AS-TX100K         TO WS-TX100K-ED
           MOVE TAB-POP(IX-UF)    TO WS-POP-ED

           DISPLAY "UF " TAB-UF(IX-UF)
                    " - OBITOS/100 MIL HAB.: " WS-TX100K-ED
                    "  OBITOS/10 MIL VEIC.: " WS-TX10K-ED
                    "  CIDADES S/POP.: " TAB-CID-SPOP(IX-UF)

           MOVE SPACES TO WS-REL-LINHA
           STRING 'UF ' TAB-UF(IX-UF)
                  ': OBITOS/100 MIL HAB. ' WS-TX100K-ED
                  '  (POPULACAO ' WS-POP-ED ')'
                  '   OBITOS/10 MIL VEIC. ' WS-TX10K-ED
                  '   CIDADES SEM POPULACAO ' TAB-CID-SPOP(IX-UF)
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           PERFORM 013-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    RANKING TOP-5 DO PERIODO: MAIS ACIDENTES, MAIOR % DE
      *    OBITOS/ACIDENTE (COMO NO CGPRG007) E MAIOR TAXA DE OBITOS
      *    POR 100 MIL HABITANTES (SO CIDADES COM POPULACAO NO ANO)
      *--------------------------------------------------------------*
       049-RANKING-TOP5.

                TO WS-REL-LINHA
           PERFORM 013-GRAVAR-LINHA

           IF WS-QTD-RANK > ZERO
              SORT WS-TAB-RANK DESCENDING KEY RANK-ACD
           END-IF
           PERFORM 050-IMPRIMIR-RANK
                   VARYING IX-RANK FROM 1 BY 1
                   UNTIL IX-RANK > 5 OR IX-RANK > WS-QTD-RANK
                TO WS-REL-LINHA
           PERFORM 013-GRAVAR-LINHA

           IF WS-QTD-RANK > ZERO
              SORT WS-TAB-RANK DESCENDING KEY RANK-PORCE
           END-IF
           PERFORM 050-IMPRIMIR-RANK
                   VARYING IX-RANK FROM 1 BY 1
                   UNTIL IX-RANK > 5 OR IX-RANK > WS-QTD-RANK

           IF WS-POP-ABERTO = 'S'
              DISPLAY "------------------------------------------"
              DISPLAY "TOP 5 CIDADES DO PERIODO - MAIOR TAXA DE "
                      "OBITOS/100 MIL HAB."
              MOVE SPACES TO WS-REL-LINHA
              STRING 'TOP 5 CIDADES DO PERIODO - MAIOR TAXA DE '
                     'OBITOS POR 100 MIL HABITANTES'
                     DELIMITED BY SIZE INTO WS-REL-LINHA
              PERFORM 013-GRAVAR-LINHA

              IF WS-QTD-RANK > ZERO
                 SORT WS-TAB-RANK DESCENDING KEY RANK-TX100K
              END-IF
              PERFORM 051-IMPRIMIR-RANK-TAXA
                      VARYING IX-RANK FROM 1 BY 1
                      UNTIL IX-RANK > 5 OR IX-RANK > WS-QTD-RANK
                         OR RANK-TX100K(IX-RANK) = ZERO
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIME UMA LINHA DO RANKING TOP-5 DO PERIODO
           PERFORM 013-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    IMPRIME UMA LINHA DO RANKING TOP-5 POR 100 MIL HABITANTES
      *--------------------------------------------------------------*
       051-IMPRIMIR-RANK-TAXA.

           MOVE RANK-CIDADE(IX-RANK) TO CIDRTX
           MOVE RANK-ESTADO(IX-RANK) TO UFRTX
           MOVE CIDRTX               TO WS-GRP-CIDADE
           PERFORM 055-BUSCAR-NOME
           MOVE WS-NOME-CIDADE       TO NOMERTX
           MOVE RANK-OBT(IX-RANK)    TO OBTRTX
           MOVE RANK-POP(IX-RANK)    TO POPRTX
           MOVE RANK-TX100K(IX-RANK) TO TX100KRTX
           MOVE RANK-TX10K(IX-RANK)  TO TX10KRTX
           DISPLAY WS-REG-RANK-TAXA

           MOVE WS-REG-RANK-TAXA TO WS-REL-LINHA
           PERFORM 013-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    LISTA A PARTE AS CIDADES DO PERIODO SEM POPULACAO NO POPCID
      *    PARA O ANO (FORA DAS TAXAS POR HABITANTE) - CARREGAR PELO
      *    CGPRG030 E REEMITIR
      *--------------------------------------------------------------*
       052-LISTAR-SEM-POPULACAO.

           IF WS-POP-ABERTO = 'S'
              MOVE WS-REL-TRACO            TO REG-REL-ANUAL
              WRITE REG-REL-ANUAL
              DISPLAY "------------------------------------------"
              DISPLAY "CIDADES SEM POPULACAO NO ANO " WS-ANO-POP
                       ": " WS-CTSEM-POP
              MOVE SPACES TO WS-REL-LINHA
              STRING 'CIDADES DO PERIODO SEM POPULACAO NO POPCID '
                     'PARA O ANO ' WS-ANO-POP
                     ' (OBITOS E OBITOS/10 MIL VEIC.)'
                     DELIMITED BY SIZE INTO WS-REL-LINHA
              PERFORM 013-GRAVAR-LINHA

              IF WS-QTD-SPOP = ZERO
                 MOVE '  NENHUMA' TO WS-REL-LINHA
                 PERFORM 013-GRAVAR-LINHA
              ELSE
                 PERFORM 053-IMPRIMIR-SEM-POP
                    VARYING IX-SPOP FROM 1 BY 1
                    UNTIL IX-SPOP > WS-QTD-SPOP
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIME UMA CIDADE SEM POPULACAO NO ANO
      *--------------------------------------------------------------*
       053-IMPRIMIR-SEM-POP.

           MOVE SPOP-CIDADE(IX-SPOP) TO CIDSPOP
           MOVE SPOP-ESTADO(IX-SPOP) TO UFSPOP
           MOVE CIDSPOP              TO WS-GRP-CIDADE
           PERFORM 055-BUSCAR-NOME
           MOVE WS-NOME-CIDADE       TO NOMESPOP
           MOVE SPOP-OBT(IX-SPOP)    TO OBTSPOP
           IF SPOP-VEIC(IX-SPOP) = ZERO
              MOVE ZERO TO AS-TX10K
           ELSE
              COMPUTE AS-TX10K ROUNDED =
                      (SPOP-OBT(IX-SPOP) * 10000) / SPOP-VEIC(IX-SPOP)
           END-IF
           MOVE AS-TX10K             TO TX10KSPOP
           DISPLAY WS-REG-SEM-POP

           MOVE WS-REG-SEM-POP TO WS-REL-LINHA
           PERFORM 013-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    BUSCA O NOME OFICIAL DA CIDADE DO GRUPO NO CADASTRO
      *--------------------------------------------------------------*
       055-BUSCAR-NOME.
           END-IF
           .
      *--------------------------------------------------------------*
      *    BUSCA A POPULACAO DA CIDADE DO GRUPO NO ANO (POPCID)
      *--------------------------------------------------------------*
       057-BUSCAR-POPULACAO.

           MOVE 'N'  TO WS-GRP-TEM-POP
           MOVE ZERO TO WS-GRP-POPULACAO
           IF WS-POP-ABERTO = 'S'
              MOVE WS-GRP-CIDADE TO POP-CIDADE
              MOVE WS-ANO-POP    TO POP-ANO
              READ POPULACAO-CID
                 INVALID KEY
                    MOVE 'N' TO WS-GRP-TEM-POP
                 NOT INVALID KEY
                    IF POP-POPULACAO > ZERO
                       MOVE 'S'           TO WS-GRP-TEM-POP
                       MOVE POP-POPULACAO TO WS-GRP-POPULACAO
                    END-IF
              END-READ
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDA A CIDADE SEM POPULACAO NO ANO PARA A LISTA A PARTE
      *--------------------------------------------------------------*
       058-REGISTRAR-SEM-POP.

           ADD 1 TO WS-CTSEM-POP
           IF WS-QTD-SPOP < 6000
              ADD 1 TO WS-QTD-SPOP
              SET IX-SPOP               TO WS-QTD-SPOP
              MOVE WS-GRP-CIDADE        TO SPOP-CIDADE(IX-SPOP)
              MOVE WS-GRP-ESTADO        TO SPOP-ESTADO(IX-SPOP)
              MOVE WS-GRP-OBITOS        TO SPOP-OBT(IX-SPOP)
              MOVE WS-GRP-VEICULOS      TO SPOP-VEIC(IX-SPOP)
           ELSE
              DISPLAY "*** WS-TAB-SPOP CHEIA (6000) - CIDADE "
                       WS-GRP-CIDADE " FORA DA LISTA SEM POPULACAO"
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA UMA LINHA LIVRE (WS-REL-LINHA) NO RELATORIO
      *--------------------------------------------------------------*
       013-GRAVAR-LINHA.
           IF WS-CADCID-ABERTO = 'S'
              CLOSE CIDADES-CADASTRO
           END-IF
           IF WS-POP-ABERTO = 'S'
              CLOSE POPULACAO-CID
           END-IF

           DISPLAY " *========================================*"
           DISPLAY " *   TOTAIS DE CONTROLE - CGPRG016        *"
           DISPLAY " *----------------------------------------*"
           DISPLAY " * RESUMOS MENSAIS LIDOS       = " WS-CTLIDO
           DISPLAY " * CIDADES NO PERIODO          = " WS-CTCIDADES
           DISPLAY " * CIDADES SEM POPULACAO       = " WS-CTSEM-POP
           DISPLAY " *========================================*"
           DISPLAY " *----------------------------------------*"
           DISPLAY " *      TERMINO NORMAL DO CGPRG016        *"
