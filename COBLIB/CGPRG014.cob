           SELECT REL-CONSOLIDA   ASSIGN TO "RELMES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REL.
           SELECT JANELA-BATCH    ASSIGN TO "JANBAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JB-PROGRAMA
               FILE STATUS IS WS-STATUS-JANBAT.
      *
       DATA DIVISION.
      *=============*
       FD  REL-CONSOLIDA
           LABEL RECORDS ARE STANDARD.
       01  REG-REL-CONSOLIDA          PIC X(80).
      *
      *    CONTROLE DA JANELA BATCH - UM REGISTRO POR PASSO QUE
      *    ATUALIZA O CIDMAST/CADCID/CIDMES (MESMO LAYOUT DO CGPRG036,
      *    QUE LISTA A JANELA E LIBERA O PASSO PRESO APOS UM ABEND)
       FD  JANELA-BATCH
           LABEL RECORDS ARE STANDARD.
       01  REG-JANELA-BATCH.
           05  JB-PROGRAMA            PIC X(08).
      *        'A' EM ANDAMENTO / 'F' FINALIZADO (RC ATE 4) / 'E'
      *        ENCERRADO COM ERRO (RC > 4) / 'L' LIBERADO (CGPRG036)
           05  JB-SITUACAO            PIC X(01).
           05  JB-FUNCAO              PIC X(01).
           05  JB-DESTRUTIVO          PIC X(01).
           05  JB-DATA-INICIO         PIC 9(08).
           05  JB-HORA-INICIO         PIC 9(08).
           05  JB-RC                  PIC 9(04).
           05  JB-DATA-LIBERACAO      PIC 9(08).
           05  JB-OPERADOR            PIC X(08).
           05  JB-DATA-FIM            PIC 9(08).
           05  JB-HORA-FIM            PIC 9(08).
           05  JB-DATA-ULT-OK         PIC 9(08).
           05  JB-QTD-EXECUCOES       PIC 9(05).
           05  JB-MOTIVO-LIB          PIC X(30).
           05  FILLER                 PIC X(14).
      *
       WORKING-STORAGE SECTION.
      *-----------------------*
           05  WS-CM-ANOMES           PIC 9(06).
           05  WS-DATA-INICIO-MES     PIC 9(08).
           05  WS-TAB-GRP-CHEIA       PIC X(01).
           05  WS-GRP-ACHADO          PIC X(01).
           05  WS-GRP-POSICIONADO     PIC X(01).
           05  WS-CTDIARIOS           PIC 9(06)        VALUE ZERO.
           05  WS-CTCONSOLIDADOS      PIC 9(06)        VALUE ZERO.
           05  WS-CTJA-EXISTENTES     PIC 9(06)        VALUE ZERO.
           05  WS-CTEXPURGADOS        PIC 9(06)        VALUE ZERO.
           05  WS-ACD-MES             PIC 9(08)        VALUE ZERO.
           05  WS-OBT-MES             PIC 9(08)        VALUE ZERO.
      *-----> CONTROLE DA JANELA BATCH (JANBAT): SITUACAO DOS OUTROS
      *-----> PASSOS E DESTA EXECUCAO
       01  WS-AREA-JANELA.
           05  WS-STATUS-JANBAT       PIC X(02).
           05  WS-FIM-JANBAT          PIC X(01).
           05  WS-JAN-NOVO            PIC X(01).
           05  WS-JAN-MARCADA         PIC X(01)        VALUE 'N'.
           05  WS-JAN-RECUSADA        PIC X(01)        VALUE 'N'.
           05  WS-JAN-DESTRUTIVO      PIC X(01)        VALUE 'N'.
           05  WS-JAN-FUNCAO          PIC X(01)        VALUE SPACE.
           05  WS-JAN-PROPRIO         PIC X(01).
           05  WS-JAN-BACKUP-OK       PIC X(01).
           05  WS-JAN-ANDAMENTO       PIC X(08).
           05  WS-JAN-DESTR-ATIVO     PIC X(08).
           05  WS-JAN-DATA            PIC 9(08).
           05  WS-JAN-HORA            PIC 9(08).
      *-----> TABELA DAS CIDADES DO MES EM CONSOLIDACAO - PELO
      *-----> CAMINHO DE DATA AS CARGAS CHEGAM EM ORDEM DE DATA (AS
      *-----> CIDADES NAO VEM MAIS ADJACENTES), ENTAO CADA CIDADE
      *-----> ACUMULA NA SUA LINHA DA TABELA; A ULTIMA CARGA LIDA
      *-----> TRAZ OS VEICULOS/BAFOMETRO MAIS RECENTES DA CIDADE.
      *-----> DIMENSIONADA PARA TODOS OS MUNICIPIOS DO PAIS (~5.570) E
      *-----> MANTIDA EM ORDEM DE CIDADE PARA A BUSCA BINARIA
       01  WS-TAB-GRUPOS.
           05  WS-QTD-GRUPOS          PIC 9(04)        VALUE ZERO.
           05  WS-TAB-GRP OCCURS 1 TO 6000 TIMES
                   DEPENDING ON WS-QTD-GRUPOS
                   ASCENDING KEY IS TAB-GRP-CIDADE
                   INDEXED BY IX-GRP.
               10  TAB-GRP-CIDADE     PIC 9(05).
               10  TAB-GRP-ESTADO     PIC X(02).
               10  TAB-GRP-VEICULOS   PIC 9(07).
               10  TAB-GRP-BAFOMETRO  PIC X(01).
               10  TAB-GRP-ACIDENTES  PIC 9(06).
               10  TAB-GRP-OBITOS     PIC 9(06).
               10  TAB-GRP-LEVES      PIC 9(06).
               10  TAB-GRP-GRAVES     PIC 9(06).
               10  TAB-GRP-FATAIS     PIC 9(06).
               10  TAB-GRP-FERIDOS    PIC 9(06).
               10  TAB-GRP-CARGAS     PIC 9(03).
               10  TAB-GRP-DATA-ULT   PIC 9(08).
      *-----> ENTRADA - MES FECHADO A CONSOLIDAR E OPCAO DE EXPURGO
      *-----> DO DETALHE DIARIO JA CONSOLIDADO ('S' = EXPURGAR)
       01  WS-REG-SYSIN.
      *    DESCARTADAS DA CONSOLIDACAO NAO CHEGARAM AO CIDMES E
      *    ELIMINAR O DETALHE DELAS SERIA PERDA IRRECUPERAVEL
           IF WS-OPC-EXPURGO = 'S'
              AND WS-JAN-RECUSADA NOT = 'S'
              IF WS-MES-ABERTO = 'S'
                 AND WS-MASTER-ABERTO = 'S'
                 IF WS-CTJA-EXISTENTES = ZERO
              END-IF
           END-IF
           PERFORM 090-TERMINAR
           PERFORM 092-ENCERRAR-JANELA
           STOP RUN
           .
      *--------------------------------------------------------------*
                       "STATUS: " WS-STATUS-REL
           END-IF

      *    JANELA BATCH - COM EXPURGO DO DETALHE O PASSO E DESTRUTIVO
      *    E A JANELA E CONFERIDA ANTES DE ABRIR OS ARQUIVOS; SEM
      *    EXPURGO SO E RECUSADO DURANTE OUTRO PASSO DESTRUTIVO
           MOVE WS-OPC-EXPURGO TO WS-JAN-FUNCAO
           IF WS-OPC-EXPURGO = 'S'
              MOVE 'S' TO WS-JAN-DESTRUTIVO
           ELSE
              MOVE 'N' TO WS-JAN-DESTRUTIVO
           END-IF
           PERFORM 015-ABRIR-JANELA
           IF WS-JAN-RECUSADA = 'S'
              MOVE 'S' TO WS-FIM
              MOVE 16  TO RETURN-CODE
           ELSE
              OPEN I-O CIDADES-MES
              IF WS-STATUS-MES = '00'
                 MOVE 'S' TO WS-MES-ABERTO
              ELSE
                 OPEN OUTPUT CIDADES-MES
                 IF WS-STATUS-MES = '00'
                    CLOSE CIDADES-MES
                    OPEN I-O CIDADES-MES
                    MOVE 'S' TO WS-MES-ABERTO
                 ELSE
                    DISPLAY "*** CIDADES-MES NAO PODE SER ABERTO - "
                             "STATUS: " WS-STATUS-MES
                    MOVE 'S' TO WS-FIM
                 END-IF
              END-IF

              OPEN I-O CIDADES-MASTER
              IF WS-STATUS-MASTER = '00'
                 MOVE 'S' TO WS-MASTER-ABERTO
              ELSE
                 DISPLAY "*** CIDADES-MASTER NAO PODE SER ABERTO - "
                          "STATUS: " WS-STATUS-MASTER
                 MOVE 'S' TO WS-FIM
              END-IF
           END-IF

           MOVE WS-ANO-MES TO CAB1-ANOMES
           END-IF
           .
      *--------------------------------------------------------------*
      *    JANELA BATCH: CONFERE NO JANBAT OS PASSOS EM ANDAMENTO E,
      *    SE A EXECUCAO PODE SEGUIR, MARCA ESTE PASSO 'EM ANDAMENTO'.
      *    PASSO DESTRUTIVO SO RODA COM A JANELA LIVRE, SEM EXECUCAO
      *    ANTERIOR PRESA E COM O BACKUP DO DIA (CGPRG020) TERMINADO
      *    SEM ERRO; OS DEMAIS SO SAO RECUSADOS DURANTE UM PASSO
      *    DESTRUTIVO. O ARQUIVO E FECHADO EM SEGUIDA PARA NAO
      *    PRENDER OS OUTROS JOBS DA JANELA
      *--------------------------------------------------------------*
       015-ABRIR-JANELA.

           ACCEPT WS-JAN-DATA FROM DATE
           ACCEPT WS-JAN-HORA FROM TIME
           MOVE 'N'    TO WS-JAN-RECUSADA
           MOVE 'N'    TO WS-JAN-BACKUP-OK
           MOVE SPACE  TO WS-JAN-PROPRIO
           MOVE SPACES TO WS-JAN-ANDAMENTO
           MOVE SPACES TO WS-JAN-DESTR-ATIVO

           OPEN I-O JANELA-BATCH
           IF WS-STATUS-JANBAT NOT = '00'
      *       1A. EXECUCAO - O JANBAT AINDA NAO TEM REGISTRO: CRIA
      *       VAZIO E REABRE, COMO NA CRIACAO DO CADCID/CIDMES
              OPEN OUTPUT JANELA-BATCH
              IF WS-STATUS-JANBAT = '00'
                 CLOSE JANELA-BATCH
                 OPEN I-O JANELA-BATCH
              END-IF
           END-IF

           IF WS-STATUS-JANBAT NOT = '00'
              DISPLAY "*** JANELA-BATCH NAO PODE SER ABERTO - STATUS: "
                       WS-STATUS-JANBAT
              IF WS-JAN-DESTRUTIVO = 'S'
                 DISPLAY "*** SEM O CONTROLE DA JANELA O PASSO "
                          "DESTRUTIVO NAO RODA"
                 MOVE 'S' TO WS-JAN-RECUSADA
              ELSE
                 DISPLAY "*** EXECUCAO SEGUE SEM O CONTROLE DA JANELA"
                 IF RETURN-CODE = ZERO
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           ELSE
              MOVE 'N'        TO WS-FIM-JANBAT
              MOVE LOW-VALUES TO JB-PROGRAMA
              START JANELA-BATCH KEY IS NOT LESS THAN JB-PROGRAMA
                 INVALID KEY
                    MOVE 'S' TO WS-FIM-JANBAT
              END-START
              IF WS-FIM-JANBAT NOT = 'S'
                 PERFORM 016-LER-JANELA
              END-IF
              PERFORM 017-AVALIAR-JANELA UNTIL WS-FIM-JANBAT = 'S'
              PERFORM 018-CONFERIR-JANELA
              IF WS-JAN-RECUSADA NOT = 'S'
                 PERFORM 019-MARCAR-INICIO
              END-IF
              CLOSE JANELA-BATCH
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA SEQUENCIAL DO JANBAT
      *--------------------------------------------------------------*
       016-LER-JANELA.

           READ JANELA-BATCH NEXT RECORD
              AT END
                 MOVE 'S' TO WS-FIM-JANBAT
           END-READ
           .
      *--------------------------------------------------------------*
      *    GUARDA DO PASSO LIDO O QUE INTERESSA A DECISAO: OUTRO PASSO
      *    EM ANDAMENTO (DESTRUTIVO OU NAO), EXECUCAO ANTERIOR DESTE
      *    PROGRAMA PRESA EM ANDAMENTO E BACKUP DO DIA SEM ERRO
      *--------------------------------------------------------------*
       017-AVALIAR-JANELA.

           IF JB-PROGRAMA = 'CGPRG014'
      *       A MARCA FEITA POR ESTA MESMA EXECUCAO NAO E PRESA
              IF WS-JAN-MARCADA NOT = 'S'
                 MOVE JB-SITUACAO TO WS-JAN-PROPRIO
              END-IF
           ELSE
              IF JB-SITUACAO = 'A'
                 IF WS-JAN-ANDAMENTO = SPACES
                    MOVE JB-PROGRAMA TO WS-JAN-ANDAMENTO
                 END-IF
                 IF JB-DESTRUTIVO = 'S'
                    AND WS-JAN-DESTR-ATIVO = SPACES
                    MOVE JB-PROGRAMA TO WS-JAN-DESTR-ATIVO
                 END-IF
              END-IF
           END-IF

           IF JB-PROGRAMA = 'CGPRG020'
              AND JB-SITUACAO = 'F'
              AND JB-DATA-FIM = WS-JAN-DATA
              MOVE 'S' TO WS-JAN-BACKUP-OK
           END-IF

           PERFORM 016-LER-JANELA
           .
      *--------------------------------------------------------------*
      *    DECIDE SE A EXECUCAO PODE SEGUIR - A RECUSA TERMINA O STEP
      *    COM RETURN-CODE 16
      *--------------------------------------------------------------*
       018-CONFERIR-JANELA.

           IF WS-JAN-DESTRUTIVO = 'S'
              EVALUATE TRUE
                 WHEN WS-JAN-ANDAMENTO NOT = SPACES
                    DISPLAY "*** " WS-JAN-ANDAMENTO
                             " EM ANDAMENTO NA JANELA BATCH - "
                             "PASSO DESTRUTIVO RECUSADO"
                    MOVE 'S' TO WS-JAN-RECUSADA
                 WHEN WS-JAN-PROPRIO = 'A'
                    DISPLAY "*** EXECUCAO ANTERIOR DO CGPRG014 PRESA "
                             "EM ANDAMENTO - LIBERAR PELO CGPRG036"
                    MOVE 'S' TO WS-JAN-RECUSADA
                 WHEN WS-JAN-BACKUP-OK NOT = 'S'
                    DISPLAY "*** SEM BACKUP DO DIA (CGPRG020) "
                             "TERMINADO SEM ERRO - PASSO DESTRUTIVO "
                             "RECUSADO"
                    MOVE 'S' TO WS-JAN-RECUSADA
              END-EVALUATE
           ELSE
              IF WS-JAN-DESTR-ATIVO NOT = SPACES
                 DISPLAY "*** PASSO DESTRUTIVO " WS-JAN-DESTR-ATIVO
                          " EM ANDAMENTO - EXECUCAO RECUSADA"
                 MOVE 'S' TO WS-JAN-RECUSADA
              ELSE
                 IF WS-JAN-PROPRIO = 'A'
                    DISPLAY "*** EXECUCAO ANTERIOR DO CGPRG014 NAO FOI "
                             "ENCERRADA - MARCA SUBSTITUIDA"
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    MARCA ESTE PASSO 'EM ANDAMENTO' NO JANBAT (O REGISTRO DO
      *    PROGRAMA E CRIADO NA SUA 1A. EXECUCAO)
      *--------------------------------------------------------------*
       019-MARCAR-INICIO.

           MOVE 'N'        TO WS-JAN-NOVO
           MOVE 'CGPRG014' TO JB-PROGRAMA
           READ JANELA-BATCH
              INVALID KEY
                 MOVE 'S'        TO WS-JAN-NOVO
                 MOVE SPACES     TO REG-JANELA-BATCH
                 MOVE 'CGPRG014' TO JB-PROGRAMA
                 MOVE ZERO       TO JB-DATA-LIBERACAO
                 MOVE ZERO       TO JB-DATA-ULT-OK
                 MOVE ZERO       TO JB-QTD-EXECUCOES
           END-READ

           MOVE 'A'               TO JB-SITUACAO
           MOVE WS-JAN-FUNCAO     TO JB-FUNCAO
           MOVE WS-JAN-DESTRUTIVO TO JB-DESTRUTIVO
           MOVE WS-JAN-DATA       TO JB-DATA-INICIO
           MOVE WS-JAN-HORA       TO JB-HORA-INICIO
           MOVE ZERO              TO JB-RC
           MOVE ZERO              TO JB-DATA-FIM
           MOVE ZERO              TO JB-HORA-FIM

           IF WS-JAN-NOVO = 'S'
              WRITE REG-JANELA-BATCH
           ELSE
              REWRITE REG-JANELA-BATCH
           END-IF

           IF WS-STATUS-JANBAT = '00'
              MOVE 'S' TO WS-JAN-MARCADA
           ELSE
              DISPLAY "*** FALHA AO MARCAR O CGPRG014 NO JANBAT - "
                       "STATUS: " WS-STATUS-JANBAT
              IF WS-JAN-DESTRUTIVO = 'S'
                 MOVE 'S' TO WS-JAN-RECUSADA
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    POSICIONA O MASTER PELO CAMINHO DE DATA DIRETO NO
      *    PRIMEIRO DIA DO MES PEDIDO E LE O PRIMEIRO REGISTRO
      *--------------------------------------------------------------*
       035-ACUMULAR-GRUPO.

           MOVE 'N' TO WS-TAB-GRP-CHEIA
           MOVE 'N' TO WS-GRP-ACHADO
           IF WS-QTD-GRUPOS > ZERO
              SEARCH ALL WS-TAB-GRP
                 AT END
                    CONTINUE
                 WHEN TAB-GRP-CIDADE(IX-GRP) = CM-CIDADE
                    MOVE 'S' TO WS-GRP-ACHADO
              END-SEARCH
           END-IF

           IF WS-GRP-ACHADO = 'N'
              IF WS-QTD-GRUPOS < 6000
                 PERFORM 036-INCLUIR-GRUPO
              ELSE
                 MOVE 'S' TO WS-TAB-GRP-CHEIA
                 ADD 1    TO WS-CTDESCARTADOS
                 DISPLAY "*** WS-TAB-GRP CHEIA (6000) - CIDADE "
                          CM-CIDADE " NAO ENTRA NA CONSOLIDACAO"
              END-IF
           END-IF

           IF WS-TAB-GRP-CHEIA = 'N'
              ADD 1 TO WS-CTDIARIOS
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRE A LINHA DA CIDADE NOVA NA SUA POSICAO DA TABELA,
      *    DESLOCANDO UMA POSICAO AS CIDADES DE CODIGO MAIOR
      *--------------------------------------------------------------*
       036-INCLUIR-GRUPO.

           ADD 1 TO WS-QTD-GRUPOS
           SET IX-GRP TO WS-QTD-GRUPOS
           MOVE 'N' TO WS-GRP-POSICIONADO
           PERFORM 037-DESLOCAR-GRUPO UNTIL WS-GRP-POSICIONADO = 'S'

           MOVE CM-CIDADE  TO TAB-GRP-CIDADE(IX-GRP)
           MOVE ZERO       TO TAB-GRP-ACIDENTES(IX-GRP)
           MOVE ZERO       TO TAB-GRP-OBITOS(IX-GRP)
           MOVE ZERO       TO TAB-GRP-LEVES(IX-GRP)
           MOVE ZERO       TO TAB-GRP-GRAVES(IX-GRP)
           MOVE ZERO       TO TAB-GRP-FATAIS(IX-GRP)
           MOVE ZERO       TO TAB-GRP-FERIDOS(IX-GRP)
           MOVE ZERO       TO TAB-GRP-CARGAS(IX-GRP)
           .
      *--------------------------------------------------------------*
      *    DESCE UMA POSICAO ATE ACHAR CIDADE DE CODIGO MENOR
      *--------------------------------------------------------------*
       037-DESLOCAR-GRUPO.

           IF IX-GRP = 1
              MOVE 'S' TO WS-GRP-POSICIONADO
           ELSE
              IF TAB-GRP-CIDADE(IX-GRP - 1) < CM-CIDADE
                 MOVE 'S' TO WS-GRP-POSICIONADO
              ELSE
                 MOVE WS-TAB-GRP(IX-GRP - 1) TO WS-TAB-GRP(IX-GRP)
                 SET IX-GRP DOWN BY 1
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA NO CIDMES O RESUMO MENSAL DE CADA CIDADE DA TABELA
      *--------------------------------------------------------------*
       040-GRAVAR-RESUMOS.
           DISPLAY " *      TERMINO NORMAL DO CGPRG014        *"
           DISPLAY " *----------------------------------------*"
           .
      *--------------------------------------------------------------*
      *    JANELA BATCH: REGISTRA NO JANBAT O FIM DESTE PASSO - RC ATE
      *    4 'F' FINALIZADO, ACIMA DE 4 'E' ENCERRADO COM ERRO. SE O
      *    STEP ABENDAR, O PASSO FICA 'EM ANDAMENTO' ATE A LIBERACAO
      *    PELO CGPRG036
      *--------------------------------------------------------------*
       092-ENCERRAR-JANELA.

           IF WS-JAN-MARCADA = 'S'
              OPEN I-O JANELA-BATCH
              IF WS-STATUS-JANBAT NOT = '00'
                 DISPLAY "*** JANELA-BATCH NAO PODE SER ABERTO NO "
                          "FIM - STATUS: " WS-STATUS-JANBAT
                 DISPLAY "*** CGPRG014 FICA EM ANDAMENTO - LIBERAR "
                          "PELO CGPRG036"
              ELSE
                 MOVE 'CGPRG014' TO JB-PROGRAMA
                 READ JANELA-BATCH
                    INVALID KEY
                       DISPLAY "*** CGPRG014 NAO CONSTA NO JANBAT - "
                                "FIM NAO REGISTRADO"
                    NOT INVALID KEY
                       PERFORM 093-MARCAR-FIM
                 END-READ
                 CLOSE JANELA-BATCH
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    FECHA O PASSO NO JANBAT COM A DATA/HORA DE TERMINO E O RC
      *--------------------------------------------------------------*
       093-MARCAR-FIM.

           ACCEPT WS-JAN-DATA FROM DATE
           ACCEPT WS-JAN-HORA FROM TIME
           MOVE WS-JAN-DATA TO JB-DATA-FIM
           MOVE WS-JAN-HORA TO JB-HORA-FIM
           MOVE RETURN-CODE TO JB-RC
           ADD 1            TO JB-QTD-EXECUCOES
           IF RETURN-CODE > 4
              MOVE 'E'         TO JB-SITUACAO
           ELSE
              MOVE 'F'         TO JB-SITUACAO
              MOVE WS-JAN-DATA TO JB-DATA-ULT-OK
           END-IF

           REWRITE REG-JANELA-BATCH
           IF WS-STATUS-JANBAT = '00'
              DISPLAY "JANELA BATCH - CGPRG014 ENCERRADO COM SITUACAO "
                       JB-SITUACAO " - RC " JB-RC
           ELSE
              DISPLAY "*** FALHA AO ENCERRAR O CGPRG014 NO JANBAT - "
                       "STATUS: " WS-STATUS-JANBAT
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG014 <-------------------*
