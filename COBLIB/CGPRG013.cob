               ACCESS MODE IS RANDOM
               RECORD KEY IS CAD-CIDADE
               FILE STATUS IS WS-STATUS-CADCID.
           SELECT CARGAS-RETIDAS  ASSIGN TO "RETCID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RT-CHAVE
               FILE STATUS IS WS-STATUS-RETCID.
           SELECT POPULACAO-CID   ASSIGN TO "POPCID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POP-CHAVE
               FILE STATUS IS WS-STATUS-POP.
           SELECT REL-UF          ASSIGN TO "RELUF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REL.
           05  CAD-UF                 PIC X(02).
           05  CAD-FROTA              PIC 9(07).
           05  CAD-SITUACAO           PIC X(01).
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
       FD  REL-UF
           LABEL RECORDS ARE STANDARD.
           05  WS-STATUS-REL          PIC X(02).
           05  WS-MASTER-ABERTO       PIC X(01)        VALUE 'N'.
           05  WS-CADCID-ABERTO       PIC X(01)        VALUE 'N'.
           05  WS-STATUS-RETCID       PIC X(02).
           05  WS-RETCID-ABERTO       PIC X(01)        VALUE 'N'.
           05  WS-RETIDA              PIC X(01).
           05  WS-CTRETIDAS           PIC 9(06)        VALUE ZERO.
           05  WS-CTLIDO              PIC 9(06)        VALUE ZERO.
           05  WS-NOME-CIDADE         PIC X(30).
           05  AS-PORCE               PIC 99V9999.
           05  WS-PORCE-ESTADO        PIC ZZ9,99.
           05  WS-ACD-ESTADO          PIC Z99.999.
           05  WS-OBT-ESTADO          PIC Z99.999.
           05  WS-STATUS-POP          PIC X(02).
           05  WS-POP-ABERTO          PIC X(01)        VALUE 'N'.
           05  WS-TEM-POP             PIC X(01).
           05  WS-POPULACAO           PIC 9(09).
           05  WS-POP-UF              PIC 9(10)        VALUE ZERO.
           05  WS-OBT-POP-UF          PIC 9(06)        VALUE ZERO.
           05  WS-VEIC-UF             PIC 9(09)        VALUE ZERO.
           05  WS-CTSEM-POP           PIC 9(06)        VALUE ZERO.
           05  AS-TX100K              PIC 9(05)V99.
           05  AS-TX10K               PIC 9(05)V99.
           05  WS-TX100K-ED           PIC ZZ.ZZ9,99.
           05  WS-TX10K-ED            PIC ZZ.ZZ9,99.
           05  WS-POP-ED              PIC Z.ZZZ.ZZZ.ZZ9.
      *-----> ENTRADA - DATA DA CARGA E UF PEDIDAS, VIA SYSIN
       01  WS-REG-SYSIN.
           05 WS-DATA-CARGA       PIC 9(08).
           05 WS-UF-PEDIDA        PIC X(02).
      *-----> A POPULACAO USADA NAS TAXAS E A DO ANO DA CARGA
       01  WS-DATA-CARGA-R REDEFINES WS-REG-SYSIN.
           05 WS-ANO-POP          PIC 9(04).
           05 FILLER              PIC X(06).
      *-----> TABELA PARA RANKING TOP-5 DA UF (COMO NO CGPRG007) -
      *-----> DIMENSIONADA PARA TODOS OS MUNICIPIOS DO PAIS (~5.570)
       01  WS-TAB-RANKING.
           05  WS-QTD-RANK            PIC 9(04)        VALUE ZERO.
           05  WS-TAB-RANK OCCURS 1 TO 6000 TIMES
                   DEPENDING ON WS-QTD-RANK
                   ASCENDING KEY IS RANK-ACD
                   DESCENDING KEY IS RANK-PORCE
                   INDEXED BY IX-RANK.
               10  RANK-ACD           PIC 9(04).
               10  RANK-OBT           PIC 9(04).
               10  RANK-PORCE         PIC 99V9999.
               10  RANK-POP           PIC 9(09).
               10  RANK-TX100K        PIC 9(05)V99.
               10  RANK-TX10K         PIC 9(05)V99.
      *-----> CIDADES DA CARGA SEM POPULACAO NO POPCID PARA O ANO
       01  WS-TAB-SEM-POPULACAO.
           05  WS-QTD-SPOP            PIC 9(04)        VALUE ZERO.
           05  WS-TAB-SPOP OCCURS 1 TO 6000 TIMES
                   DEPENDING ON WS-QTD-SPOP
                   INDEXED BY IX-SPOP.
               10  SPOP-CIDADE        PIC 9(05).
               10  SPOP-ESTADO        PIC X(02).
               10  SPOP-OBT           PIC 9(04).
               10  SPOP-TX10K         PIC 9(05)V99.
      *-----> SAIDA - LINHA DO RANKING TOP-5 DA UF
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
           05 OBTRTX               PIC Z.ZZ9.
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
           05 OBTSPOP              PIC Z.ZZ9.
           05 FILLER               PIC X(02)        VALUE SPACES.
           05 TX10KSPOP            PIC ZZ.ZZ9,99.
      *-----> SAIDA - LINHA DE DETALHE DA CIDADE
       01  WS-REG-DETALHE.
           05 CID                 PIC 99999.
           05 FILLER              PIC X(04)        VALUE SPACES.
           05 PACIDS              PIC ZZ9,99.
           05 FILLER              PIC X(01)        VALUE '%'.
           05 FILLER              PIC X(08)        VALUE SPACES.
           05 TX100K              PIC ZZ.ZZ9,99.
           05 TX100K-X REDEFINES TX100K
                                  PIC X(09).
           05 FILLER              PIC X(03)        VALUE SPACES.
           05 TX10K               PIC ZZ.ZZ9,99.
      *-----> LINHAS DO RELATORIO EM DISCO (DD RELUF)
       01  WS-REL-CAB1.
           05 FILLER              PIC X(18)        VALUE
           05 FILLER              PIC X(03)        VALUE SPACES.
           05 FILLER              PIC X(06)        VALUE
              '% ACID'.
           05 FILLER              PIC X(01)        VALUE SPACES.
           05 FILLER              PIC X(10)        VALUE
              'OBT/100MIL'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(10)        VALUE
              ' OBT/10MIL'.
       01  WS-REL-CAB3.
           05 FILLER              PIC X(83)        VALUE SPACES.
           05 FILLER              PIC X(10)        VALUE
              'HABITANTES'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(10)        VALUE
              '  VEICULOS'.
       01  WS-REL-TRACO            PIC X(132)       VALUE ALL '-'.
       01  WS-REL-LINHA            PIC X(132)       VALUE SPACES.
       01  FILLER                 PIC X(35)        VALUE
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 040-RESUMO-UF
           PERFORM 049-RANKING-TOP5
           PERFORM 052-LISTAR-SEM-POPULACAO
           PERFORM 090-TERMINAR
           STOP RUN
           .
                       " - RELATORIO SEM NOMES DE CIDADE"
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

      *    POPULACAO DO IBGE (POPCID, CARGA DO CGPRG030) - SEM ELA O
      *    RELATORIO SAI SEM AS TAXAS POR 100 MIL HABITANTES
           OPEN INPUT POPULACAO-CID
           IF WS-STATUS-POP = '00'
              MOVE 'S' TO WS-POP-ABERTO
           ELSE
              DISPLAY "*** POPULACAO-CID NAO PODE SER ABERTO - "
                       "STATUS: " WS-STATUS-POP
                       " - RELATORIO SEM TAXAS POR HABITANTE"
           END-IF

           OPEN INPUT CIDADES-MASTER
           IF WS-STATUS-MASTER NOT = '00'
              DISPLAY "*** CIDADES-MASTER NAO PODE SER ABERTO - "
           WRITE REG-REL-UF
           MOVE WS-REL-CAB2             TO REG-REL-UF
           WRITE REG-REL-UF
           MOVE WS-REL-CAB3             TO REG-REL-UF
           WRITE REG-REL-UF
           MOVE WS-REL-TRACO            TO REG-REL-UF
           WRITE REG-REL-UF

              MOVE 'S' TO WS-FIM
           ELSE
              IF CM-ESTADO = WS-UF-PEDIDA
                 PERFORM 031-VERIFICAR-RETIDA
                 IF WS-RETIDA = 'S'
                    ADD 1 TO WS-CTRETIDAS
                    DISPLAY "CIDADE " CM-CIDADE " RETIDA NA TRIAGEM"
                             " - FORA DO RELATORIO"
                 ELSE
                    PERFORM 032-DETALHAR-CIDADE
                 END-IF
              END-IF
              PERFORM 025-LER-SEQUENCIAL
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARGA RETIDA NA TRIAGEM E AINDA NAO LIBERADA?
      *--------------------------------------------------------------*
       031-VERIFICAR-RETIDA.

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
      *    IMPRIME A LINHA DE DETALHE DE UMA CIDADE DA UF, COM OS
      *    OBITOS DA CARGA POR 100 MIL HABITANTES (POPULACAO DO ANO DA
      *    CARGA NO POPCID) E POR 10 MIL VEICULOS
      *--------------------------------------------------------------*
       032-DETALHAR-CIDADE.

           ADD CM-QTD-ACIDENTES TO WS-ACD-UF
           ADD CM-QTD-OBITOS    TO WS-OBT-UF
           ADD AS-PORCE         TO WS-SOMA-PORCE
           ADD CM-QTD-VEICULOS  TO WS-VEIC-UF

           IF CM-QTD-VEICULOS = ZERO
              MOVE ZERO TO AS-TX10K
           ELSE
              COMPUTE AS-TX10K ROUNDED =
                      (CM-QTD-OBITOS * 10000) / CM-QTD-VEICULOS
           END-IF

           PERFORM 036-BUSCAR-POPULACAO
           IF WS-TEM-POP = 'S'
              COMPUTE AS-TX100K ROUNDED =
                      (CM-QTD-OBITOS * 100000) / WS-POPULACAO
              ADD WS-POPULACAO  TO WS-POP-UF
              ADD CM-QTD-OBITOS TO WS-OBT-POP-UF
           ELSE
              MOVE ZERO TO AS-TX100K
              IF WS-POP-ABERTO = 'S'
                 PERFORM 037-REGISTRAR-SEM-POP
              END-IF
           END-IF

           PERFORM 035-BUSCAR-NOME

           MOVE CM-QTD-ACIDENTES TO QTACIDS
           MOVE CM-QTD-OBITOS    TO QTOBITOS
           MOVE AS-PORCE         TO PACIDS
           MOVE AS-TX10K         TO TX10K
           IF WS-TEM-POP = 'S'
              MOVE AS-TX100K     TO TX100K
           ELSE
              MOVE '    S/POP'    TO TX100K-X
           END-IF

           DISPLAY WS-REG-DETALHE
           MOVE WS-REG-DETALHE   TO REG-REL-UF
           WRITE REG-REL-UF

           IF WS-QTD-RANK < 6000
              ADD 1 TO WS-QTD-RANK
              SET IX-RANK               TO WS-QTD-RANK
              MOVE CM-CIDADE            TO RANK-CIDADE(IX-RANK)
                 COMPUTE RANK-PORCE(IX-RANK) =
                         (CM-QTD-OBITOS / CM-QTD-ACIDENTES) * 100
              END-IF
              MOVE WS-POPULACAO         TO RANK-POP(IX-RANK)
              MOVE AS-TX100K            TO RANK-TX100K(IX-RANK)
              MOVE AS-TX10K             TO RANK-TX10K(IX-RANK)
           ELSE
              DISPLAY "*** WS-TAB-RANK CHEIA (6000) - CIDADE " CM-CIDADE
                       " NAO ENTRA NO RANKING TOP-5"
           END-IF
           .
           END-IF
           .
      *--------------------------------------------------------------*
      *    BUSCA A POPULACAO DA CIDADE NO ANO DA CARGA (POPCID)
      *--------------------------------------------------------------*
       036-BUSCAR-POPULACAO.

           MOVE 'N'  TO WS-TEM-POP
           MOVE ZERO TO WS-POPULACAO
           IF WS-POP-ABERTO = 'S'
              MOVE CM-CIDADE  TO POP-CIDADE
              MOVE WS-ANO-POP TO POP-ANO
              READ POPULACAO-CID
                 INVALID KEY
                    MOVE 'N' TO WS-TEM-POP
                 NOT INVALID KEY
                    IF POP-POPULACAO > ZERO
                       MOVE 'S'           TO WS-TEM-POP
                       MOVE POP-POPULACAO TO WS-POPULACAO
                    END-IF
              END-READ
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDA A CIDADE SEM POPULACAO NO ANO PARA A LISTA A PARTE
      *--------------------------------------------------------------*
       037-REGISTRAR-SEM-POP.

           ADD 1 TO WS-CTSEM-POP
           IF WS-QTD-SPOP < 6000
              ADD 1 TO WS-QTD-SPOP
              SET IX-SPOP               TO WS-QTD-SPOP
              MOVE CM-CIDADE            TO SPOP-CIDADE(IX-SPOP)
              MOVE CM-ESTADO            TO SPOP-ESTADO(IX-SPOP)
              MOVE CM-QTD-OBITOS        TO SPOP-OBT(IX-SPOP)
              MOVE AS-TX10K             TO SPOP-TX10K(IX-SPOP)
           ELSE
              DISPLAY "*** WS-TAB-SPOP CHEIA (6000) - CIDADE "
                       CM-CIDADE " FORA DA LISTA SEM POPULACAO"
           END-IF
           .
      *--------------------------------------------------------------*
      *    RESUMO DA UF: MEDIA DAS PORCENTAGENS, ACIDENTES, OBITOS E
      *    CIDADES DA CARGA (A LINHA DA UF DO RESUMO DO CGPRG007)
      *--------------------------------------------------------------*
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           MOVE WS-REL-LINHA            TO REG-REL-UF
           WRITE REG-REL-UF

      *    TAXAS DA UF: POR 100 MIL HABITANTES SO COM AS CIDADES QUE
      *    TEM POPULACAO NO ANO; POR 10 MIL VEICULOS COM TODAS
           IF WS-VEIC-UF = ZERO
              MOVE ZERO TO AS-TX10K
           ELSE
              COMPUTE AS-TX10K ROUNDED =
                      (WS-OBT-UF * 10000) / WS-VEIC-UF
           END-IF
           MOVE AS-TX10K       TO WS-TX10K-ED
           IF WS-POP-UF = ZERO
              MOVE ZERO TO AS-TX100K
           ELSE
              COMPUTE AS-TX100K ROUNDED =
                      (WS-OBT-POP-UF * 100000) / WS-POP-UF
           END-IF
           MOVE AS-TX100K      TO WS-TX100K-ED
           MOVE WS-POP-UF      TO WS-POP-ED

           DISPLAY "OBITOS/100 MIL HAB. EM " WS-UF-PEDIDA
                    "...........:" WS-TX100K-ED
           DISPLAY "OBITOS/10 MIL VEIC. EM " WS-UF-PEDIDA
                    "...........:" WS-TX10K-ED

           MOVE SPACES TO WS-REL-LINHA
           STRING 'TAXAS ' WS-UF-PEDIDA
                  ': OBITOS/100 MIL HAB. ' WS-TX100K-ED
                  '  (POPULACAO ' WS-POP-ED ')'
                  '   OBITOS/10 MIL VEIC. ' WS-TX10K-ED
                  '   CIDADES SEM POPULACAO ' WS-CTSEM-POP
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           MOVE WS-REL-LINHA            TO REG-REL-UF
           WRITE REG-REL-UF
           .
      *--------------------------------------------------------------*
      *    RANKING TOP-5 DA UF: MAIS ACIDENTES, MAIOR % OBITOS/ACID E
      *    MAIOR TAXA DE OBITOS POR 100 MIL HABITANTES (SO CIDADES COM
      *    POPULACAO NO ANO)
      *--------------------------------------------------------------*
       049-RANKING-TOP5.

           MOVE WS-REL-LINHA            TO REG-REL-UF
           WRITE REG-REL-UF

           IF WS-QTD-RANK > ZERO
              SORT WS-TAB-RANK DESCENDING KEY RANK-ACD
           END-IF
           PERFORM 050-IMPRIMIR-RANK
                   VARYING IX-RANK FROM 1 BY 1
                   UNTIL IX-RANK > 5 OR IX-RANK > WS-QTD-RANK
           MOVE WS-REL-LINHA            TO REG-REL-UF
           WRITE REG-REL-UF

           IF WS-QTD-RANK > ZERO
              SORT WS-TAB-RANK DESCENDING KEY RANK-PORCE
           END-IF
           PERFORM 050-IMPRIMIR-RANK
                   VARYING IX-RANK FROM 1 BY 1
                   UNTIL IX-RANK > 5 OR IX-RANK > WS-QTD-RANK

           IF WS-POP-ABERTO = 'S'
              MOVE 'TOP 5 CIDADES DA UF - MAIOR TAXA DE OBITOS/100 MIL'
                   TO WS-REL-LINHA
              MOVE WS-REL-LINHA            TO REG-REL-UF
              WRITE REG-REL-UF

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
      *    IMPRIME UMA LINHA DO RANKING TOP-5 DA UF
           WRITE REG-REL-UF
           .
      *--------------------------------------------------------------*
      *    IMPRIME UMA LINHA DO RANKING TOP-5 POR 100 MIL HABITANTES
      *--------------------------------------------------------------*
       051-IMPRIMIR-RANK-TAXA.

           MOVE RANK-CIDADE(IX-RANK) TO CIDRTX
           MOVE RANK-ESTADO(IX-RANK) TO UFRTX
           MOVE RANK-OBT(IX-RANK)    TO OBTRTX
           MOVE RANK-POP(IX-RANK)    TO POPRTX
           MOVE RANK-TX100K(IX-RANK) TO TX100KRTX
           MOVE RANK-TX10K(IX-RANK)  TO TX10KRTX
           MOVE CIDRTX               TO CAD-CIDADE
           PERFORM 055-BUSCAR-NOME-RANK
           MOVE WS-NOME-CIDADE       TO NOMERTX
           DISPLAY WS-REG-RANK-TAXA

           MOVE WS-REG-RANK-TAXA TO REG-REL-UF
           WRITE REG-REL-UF
           .
      *--------------------------------------------------------------*
      *    LISTA A PARTE AS CIDADES DA CARGA SEM POPULACAO NO POPCID
      *    PARA O ANO (FORA DAS TAXAS POR HABITANTE) - CARREGAR PELO
      *    CGPRG030 E REEMITIR
      *--------------------------------------------------------------*
       052-LISTAR-SEM-POPULACAO.

           IF WS-POP-ABERTO = 'S'
              MOVE WS-REL-TRACO            TO REG-REL-UF
              WRITE REG-REL-UF
              DISPLAY "CIDADES SEM POPULACAO NO ANO " WS-ANO-POP
                       ": " WS-CTSEM-POP
              MOVE SPACES TO WS-REL-LINHA
              STRING 'CIDADES DA UF SEM POPULACAO NO POPCID PARA O '
                     'ANO ' WS-ANO-POP
                     ' (OBITOS E OBITOS/10 MIL VEIC.)'
                     DELIMITED BY SIZE INTO WS-REL-LINHA
              MOVE WS-REL-LINHA            TO REG-REL-UF
              WRITE REG-REL-UF

              IF WS-QTD-SPOP = ZERO
                 MOVE '  NENHUMA'          TO REG-REL-UF
                 WRITE REG-REL-UF
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
           MOVE SPOP-OBT(IX-SPOP)    TO OBTSPOP
           MOVE SPOP-TX10K(IX-SPOP)  TO TX10KSPOP
           MOVE CIDSPOP              TO CAD-CIDADE
           PERFORM 055-BUSCAR-NOME-RANK
           MOVE WS-NOME-CIDADE       TO NOMESPOP
           DISPLAY WS-REG-SEM-POP

           MOVE WS-REG-SEM-POP TO REG-REL-UF
           WRITE REG-REL-UF
           .
      *--------------------------------------------------------------*
      *    BUSCA O NOME DA CIDADE DO RANKING NO CADASTRO
      *--------------------------------------------------------------*
       055-BUSCAR-NOME-RANK.
           MOVE SPACES TO WS-REL-LINHA
           STRING 'CIDADES DA UF ' WS-UF-PEDIDA ' NESTA CARGA: '
                  WS-CTLIDO
                  '  RETIDAS NA TRIAGEM (FORA DO RELATORIO): '
                  WS-CTRETIDAS
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           MOVE WS-REL-LINHA            TO REG-REL-UF
           WRITE REG-REL-UF
           IF WS-CADCID-ABERTO = 'S'
              CLOSE CIDADES-CADASTRO
           END-IF
           IF WS-RETCID-ABERTO = 'S'
              CLOSE CARGAS-RETIDAS
           END-IF
           IF WS-POP-ABERTO = 'S'
              CLOSE POPULACAO-CID
           END-IF

           DISPLAY " *========================================*"
           DISPLAY " *   TOTAIS DE CONTROLE - CGPRG013        *"
           DISPLAY " *----------------------------------------*"
           DISPLAY " * CIDADES DA UF NA CARGA      = " WS-CTLIDO
           DISPLAY " * RETIDAS NA TRIAGEM          = " WS-CTRETIDAS
           DISPLAY " * CIDADES SEM POPULACAO       = " WS-CTSEM-POP
           DISPLAY " *========================================*"
           DISPLAY " *----------------------------------------*"
           DISPLAY " *      TERMINO NORMAL DO CGPRG013        *"
