               ACCESS MODE IS RANDOM
               RECORD KEY IS CAD-CIDADE
               FILE STATUS IS WS-STATUS-CADCID.
      *    CADASTRO DE ORGAOS REMETENTES (MANTIDO PELO CGPRG025) -
      *    A ORIGEM DO HEADER TEM DE SER UM ORGAO CADASTRADO E ATIVO
           SELECT CADASTRO-ORGAOS ASSIGN TO "CADORG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORG-CODIGO
               FILE STATUS IS WS-STATUS-CADORG.
      *    ULTIMO ORGAO QUE ENVIOU CADA CIDADE (LIDO PELO CGPRG026
      *    PARA AGRUPAR OS MUNICIPIOS OMISSOS POR ORGAO)
           SELECT ULTIMO-REMETENTE ASSIGN TO "ULTREM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UR-CIDADE
               FILE STATUS IS WS-STATUS-ULTREM.
           SELECT ARQ-RUNLOG      ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RUNLOG.
           SELECT JANELA-BATCH    ASSIGN TO "JANBAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JB-PROGRAMA
               FILE STATUS IS WS-STATUS-JANBAT.
      *
       DATA DIVISION.
      *=============*
               10  CKPT-TAB-UF OCCURS 30 TIMES.
                   15  CKPT-UF        PIC X(02).
                   15  CKPT-ACD       PIC 9(06).
                   15  CKPT-CID       PIC 9(04).
                   15  CKPT-PORCE     PIC 9(05)V9999.
                   15  CKPT-LEVES     PIC 9(06).
                   15  CKPT-GRAVES    PIC 9(06).
                   15  CKPT-FATAIS    PIC 9(06).
                   15  CKPT-FERIDOS   PIC 9(06).
      *    DO RANKING VAI SO A ULTIMA CIDADE INCLUIDA NA TABELA - O
      *    RESTART REMONTA A WS-TAB-RANKING RELENDO TODOS OS
      *    CHECKPOINTS, ENTAO O REGISTRO NAO CRESCE COM AS CIDADES
           05  CKPT-RANKING.
               10  CKPT-QTD-RANK      PIC 9(04).
               10  CKPT-RANK-CIDADE   PIC 9(05).
               10  CKPT-RANK-ESTADO   PIC X(02).
               10  CKPT-RANK-ACD      PIC 9(04).
               10  CKPT-RANK-OBT      PIC 9(04).
               10  CKPT-RANK-PORCE    PIC 99V9999.
      *
       FD  ARQ-SUSPENSE
           LABEL RECORDS ARE STANDARD.
           05  CAD-UF                 PIC X(02).
           05  CAD-FROTA              PIC 9(07).
           05  CAD-SITUACAO           PIC X(01).
      *
       FD  CADASTRO-ORGAOS
           LABEL RECORDS ARE STANDARD.
       01  REG-CADASTRO-ORGAOS.
           05  ORG-CODIGO             PIC X(10).
           05  ORG-SITUACAO           PIC X(01).
           05  ORG-TAB-UF             PIC X(20).
           05  ORG-NOME               PIC X(30).
           05  ORG-CONTATO            PIC X(30).
      *
       FD  ULTIMO-REMETENTE
           LABEL RECORDS ARE STANDARD.
       01  REG-ULTIMO-REMETENTE.
           05  UR-CIDADE              PIC 9(05).
           05  UR-ORIGEM              PIC X(10).
           05  UR-DATA-REF            PIC 9(08).
           05  UR-DATA-CARGA          PIC 9(08).
      *
       FD  ARQ-RUNLOG
           LABEL RECORDS ARE STANDARD.
           05  RL-STATUS              PIC X(12).
           05  RL-ORIGEM              PIC X(10).
           05  RL-DATA-REF            PIC 9(08).
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
           05  WS-CADCID-ABERTO       PIC X(01)   VALUE 'N'.
           05  WS-NOME-CIDADE         PIC X(30).
           05  WS-HDR-OK              PIC X(01)   VALUE 'N'.
           05  WS-STATUS-CADORG       PIC X(02).
           05  WS-ORG-RECUSADO        PIC X(01)   VALUE 'N'.
           05  WS-STATUS-ULTREM       PIC X(02).
           05  WS-ULTREM-ABERTO       PIC X(01)   VALUE 'N'.
           05  WS-TRAILER-LIDO        PIC X(01)   VALUE 'N'.
           05  WS-BAL-DIVERG          PIC X(01)   VALUE 'N'.
           05  WS-HASH-ACD            PIC 9(08)   VALUE ZERO.
           05  PORCE-BAFO             PIC 99V9999.
           05  WS-PORCE-BAFO          PIC ZZ9,99.
           05  WS-TAB-UF-CHEIA        PIC X(01).
      *-----> CONTROLE DA JANELA BATCH (JANBAT): SITUACAO DOS OUTROS
      *-----> PASSOS E DESTA EXECUCAO
       01  WS-AREA-JANELA.
           05  WS-STATUS-JANBAT       PIC X(02).
           05  WS-FIM-JANBAT          PIC X(01).
           05  WS-JAN-NOVO            PIC X(01).
           05  WS-JAN-MARCADA         PIC X(01)   VALUE 'N'.
           05  WS-JAN-RECUSADA        PIC X(01)   VALUE 'N'.
           05  WS-JAN-DESTRUTIVO      PIC X(01)   VALUE 'N'.
           05  WS-JAN-FUNCAO          PIC X(01)   VALUE SPACE.
           05  WS-JAN-PROPRIO         PIC X(01).
           05  WS-JAN-BACKUP-OK       PIC X(01).
           05  WS-JAN-ANDAMENTO       PIC X(08).
           05  WS-JAN-DESTR-ATIVO     PIC X(08).
           05  WS-JAN-DATA            PIC 9(08).
           05  WS-JAN-HORA            PIC 9(08).
      *-----> ENTRADA - OPCAO DE EXECUCAO, VIA SYSIN (1O. CARTAO):
      *-----> COL 1 = MODO ('N' NORMAL / 'S' RESTART / 'T' SIMULACAO
      *-----> SEM GRAVACAO NO MASTER E NO CHECKPOINT), COL 2 = 'O'
           05 WS-HDR-TIPO         PIC X(01)   VALUE SPACES.
           05 WS-HDR-ORIGEM       PIC X(10)   VALUE SPACES.
           05 WS-HDR-DATA-REF     PIC 9(08)   VALUE ZERO.
      *-----> UFS QUE O ORGAO DO HEADER PODE ENVIAR (DO CADORG) -
      *-----> 'BR' AUTORIZA TODAS AS UFS
       01  WS-ORG-AUTORIZACAO.
           05  WS-ORG-UF              PIC X(02)   OCCURS 10 TIMES
                   INDEXED BY IX-ORG-UF.
      *-----> ENTRADA - CARTAO TRAILER DO DECK (ANTES DO CARTAO DE
      *-----> FIM): TOTAIS DE BATIMENTO INFORMADOS PELO REMETENTE
       01  WS-REG-TRAILER.
                   INDEXED BY IX-UF.
               10  TAB-UF             PIC X(02)   VALUE SPACES.
               10  TAB-ACD            PIC 9(06)   VALUE ZERO.
               10  TAB-CID            PIC 9(04)   VALUE ZERO.
               10  TAB-PORCE          PIC 9(05)V9999 VALUE ZERO.
               10  TAB-LEVES          PIC 9(06)   VALUE ZERO.
               10  TAB-GRAVES         PIC 9(06)   VALUE ZERO.
               10  TAB-FATAIS         PIC 9(06)   VALUE ZERO.
               10  TAB-FERIDOS        PIC 9(06)   VALUE ZERO.
      *-----> TABELA PARA RANKING TOP-5 (POR ACIDENTES E POR % ACID) -
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
               10  RANK-ACD           PIC 9(04).
               10  RANK-OBT           PIC 9(04).
               10  RANK-PORCE         PIC 99V9999.
      *-----> SAIDA - LINHA DO RANKING TOP-5 (DISPLAY E RELATORIO)
       01  WS-REG-RANKING.
           05 CIDRANK              PIC 99999.
              PERFORM 089-GRAVAR-RUNLOG
              PERFORM 090-TERMINAR
              PERFORM 095-FECHAR-RELATORIO
              PERFORM 092-ENCERRAR-JANELA
           END-IF
           STOP RUN
           .
           IF WS-HDR-OK = 'S'
              PERFORM 0077-VERIFICAR-DUPLICIDADE
           END-IF
      *    JANELA BATCH - A CARGA NAO E DESTRUTIVA: SO E RECUSADA
      *    (BLOQUEADA NO RUNLOG, RC=16) DURANTE UM PASSO DESTRUTIVO.
      *    NO RESTART A MARCA DA EXECUCAO QUE ABENDOU E SUBSTITUIDA
           IF WS-BLOQUEADA NOT = 'S'
              MOVE 'N'             TO WS-JAN-DESTRUTIVO
              MOVE WS-PARM-RESTART TO WS-JAN-FUNCAO
              PERFORM 015-ABRIR-JANELA
              IF WS-JAN-RECUSADA = 'S'
                 MOVE 'S' TO WS-BLOQUEADA
              END-IF
           END-IF
           IF WS-BLOQUEADA NOT = 'S'
              PERFORM 012-ABRIR-RELATORIO
              IF WS-HDR-OK = 'S'
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

           IF JB-PROGRAMA = 'CGPRG007'
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
                    DISPLAY "*** EXECUCAO ANTERIOR DO CGPRG007 PRESA "
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
                    DISPLAY "*** EXECUCAO ANTERIOR DO CGPRG007 NAO FOI "
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
           MOVE 'CGPRG007' TO JB-PROGRAMA
           READ JANELA-BATCH
              INVALID KEY
                 MOVE 'S'        TO WS-JAN-NOVO
                 MOVE SPACES     TO REG-JANELA-BATCH
                 MOVE 'CGPRG007' TO JB-PROGRAMA
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
              DISPLAY "*** FALHA AO MARCAR O CGPRG007 NO JANBAT - "
                       "STATUS: " WS-STATUS-JANBAT
              IF WS-JAN-DESTRUTIVO = 'S'
                 MOVE 'S' TO WS-JAN-RECUSADA
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROTECAO CONTRA CARGA DUPLICADA: SE O RUNLOG JA REGISTRA
      *    UMA CARGA COMPLETA PARA A DATA DE REFERENCIA DO DECK, A
      *    EXECUCAO E BLOQUEADA (RC=16), SALVO CARTAO DE OPCAO COM
      *       ATRASADO OU RETROATIVO CAI NO DIA A QUE PERTENCE
              DISPLAY "DATA DE REFERENCIA DO DECK......: "
                       WS-HDR-DATA-REF
              PERFORM 0076-VALIDAR-ORGAO
           ELSE
              MOVE 'S' TO WS-BAL-DIVERG
              DISPLAY "*** CARTAO HEADER AUSENTE OU INVALIDO - "
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICA DA ORIGEM DO HEADER CONTRA O CADASTRO DE ORGAOS:
      *    ORGAO NAO CADASTRADO OU INATIVO (OU CADASTRO INDISPONIVEL)
      *    RECUSA O DECK INTEIRO, COMO O HEADER AUSENTE. ORGAO ACEITO
      *    DEIXA SUAS UFS AUTORIZADAS NA WS-ORG-AUTORIZACAO
      *--------------------------------------------------------------*
       0076-VALIDAR-ORGAO.

           MOVE SPACES TO WS-ORG-AUTORIZACAO

           OPEN INPUT CADASTRO-ORGAOS
           IF WS-STATUS-CADORG NOT = '00'
              MOVE 'S' TO WS-ORG-RECUSADO
              DISPLAY "*** CADASTRO-ORGAOS NAO PODE SER ABERTO - "
                       "STATUS: " WS-STATUS-CADORG
                       " - ORIGEM NAO CONFERIDA - DECK RECUSADO"
           ELSE
              MOVE WS-HDR-ORIGEM TO ORG-CODIGO
              READ CADASTRO-ORGAOS
                 INVALID KEY
                    MOVE 'S' TO WS-ORG-RECUSADO
                    DISPLAY "*** ORGAO " WS-HDR-ORIGEM " NAO CONSTA "
                             "NO CADASTRO DE ORGAOS - DECK RECUSADO"
                 NOT INVALID KEY
                    IF ORG-SITUACAO NOT = 'A'
                       MOVE 'S' TO WS-ORG-RECUSADO
                       DISPLAY "*** ORGAO " WS-HDR-ORIGEM
                                " INATIVADO NO CADASTRO DE ORGAOS - "
                                "DECK RECUSADO"
                    ELSE
                       MOVE ORG-TAB-UF TO WS-ORG-AUTORIZACAO
                       DISPLAY "ORGAO REMETENTE.................: "
                                ORG-NOME
                       DISPLAY "UFS AUTORIZADAS.................: "
                                ORG-TAB-UF
                    END-IF
              END-READ
              CLOSE CADASTRO-ORGAOS
           END-IF

           IF WS-ORG-RECUSADO = 'S'
              MOVE 'N' TO WS-HDR-OK
              MOVE 'S' TO WS-BAL-DIVERG
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA DO CARTAO DE OPCAO DE RESTART (1O. CARTAO DA SYSIN)
      *    'S' = RETOMAR DO ULTIMO CHECKPOINT, 'N' = CARGA NORMAL
      *--------------------------------------------------------------*
                 MOVE CKPT-ACID-ANT       TO WS-ACID-ANT
                 MOVE CKPT-CIDADE-ANT-OK  TO WS-CIDADE-ANT-OK
                 MOVE CKPT-TAB-ESTADOS    TO WS-TAB-ESTADOS
      *          O RANKING E REMONTADO UMA CIDADE POR CHECKPOINT
                 IF CKPT-QTD-RANK > WS-QTD-RANK
                    PERFORM 0096-RESTAURAR-RANKING
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    DEVOLVE A WS-TAB-RANKING A CIDADE GRAVADA NO CHECKPOINT. SE
      *    FALTAR CHECKPOINT NO MEIO (FALHA DE GRAVACAO JA AVISADA NA
      *    EXECUCAO ANTERIOR) AS POSICOES SEM CIDADE FICAM ZERADAS
      *--------------------------------------------------------------*
       0096-RESTAURAR-RANKING.

           IF CKPT-QTD-RANK > WS-QTD-RANK + 1
              DISPLAY "*** RANKING RESTAURADO SEM AS CIDADES "
                       "ANTERIORES A " CKPT-RANK-CIDADE
                       " - CHECKPOINT NAO GRAVADO"
              PERFORM 0097-ZERAR-RANK
                 UNTIL WS-QTD-RANK + 1 = CKPT-QTD-RANK
           END-IF

           ADD 1 TO WS-QTD-RANK
           SET IX-RANK               TO WS-QTD-RANK
           MOVE CKPT-RANK-CIDADE     TO RANK-CIDADE(IX-RANK)
           MOVE CKPT-RANK-ESTADO     TO RANK-ESTADO(IX-RANK)
           MOVE CKPT-RANK-ACD        TO RANK-ACD(IX-RANK)
           MOVE CKPT-RANK-OBT        TO RANK-OBT(IX-RANK)
           MOVE CKPT-RANK-PORCE      TO RANK-PORCE(IX-RANK)
           .
      *--------------------------------------------------------------*
      *    POSICAO DO RANKING CUJO CHECKPOINT NAO FOI GRAVADO
      *--------------------------------------------------------------*
       0097-ZERAR-RANK.

           ADD 1 TO WS-QTD-RANK
           SET IX-RANK               TO WS-QTD-RANK
           MOVE ZERO                 TO RANK-CIDADE(IX-RANK)
           MOVE SPACES               TO RANK-ESTADO(IX-RANK)
           MOVE ZERO                 TO RANK-ACD(IX-RANK)
           MOVE ZERO                 TO RANK-OBT(IX-RANK)
           MOVE ZERO                 TO RANK-PORCE(IX-RANK)
           .
      *--------------------------------------------------------------*
      *    DESCARTA UM REGISTRO DA SYSIN JA PROCESSADO NA EXECUCAO
      *    ANTERIOR (USADO SOMENTE NO RESTART, PARA REALINHAR A SYSIN)
      *--------------------------------------------------------------*
              END-IF
           END-IF

      *    ULTIMO REMETENTE POR CIDADE - 1A. EXECUCAO CRIA O ARQUIVO
      *    VAZIO, COMO O SUSPMAST. SIMULACAO NAO ABRE
           IF WS-FLAG-SIMULA NOT = 'S'
              OPEN I-O ULTIMO-REMETENTE
              IF WS-STATUS-ULTREM = '00'
                 MOVE 'S' TO WS-ULTREM-ABERTO
              ELSE
                 OPEN OUTPUT ULTIMO-REMETENTE
                 IF WS-STATUS-ULTREM = '00'
                    CLOSE ULTIMO-REMETENTE
                    OPEN I-O ULTIMO-REMETENTE
                    MOVE 'S' TO WS-ULTREM-ABERTO
                 ELSE
                    DISPLAY "*** ULTIMO-REMETENTE NAO PODE SER ABERTO "
                             "- STATUS: " WS-STATUS-ULTREM
                             " - ORIGEM DAS CIDADES NAO REGISTRADA"
                 END-IF
              END-IF
           END-IF

           IF WS-FLAG-RESTART NOT = 'S'
              MOVE AS-DATA(7:2)            TO CAB1-DATA(1:2)
              MOVE '/'                     TO CAB1-DATA(3:1)
           ELSE
              MOVE SPACES TO WS-NOME-CIDADE
           END-IF

           PERFORM 0276-VALIDAR-UF-ORGAO
           .
      *--------------------------------------------------------------*
      *    CRITICA CRUZADA CONTRA O CADASTRO DE CIDADES: A CIDADE
           END-READ
           .
      *--------------------------------------------------------------*
      *    A UF DO CARTAO DEVE ESTAR ENTRE AS AUTORIZADAS PARA O
      *    ORGAO DO HEADER NO CADASTRO DE ORGAOS ('BR' = TODAS)
      *--------------------------------------------------------------*
       0276-VALIDAR-UF-ORGAO.

           SET IX-ORG-UF TO 1
           SEARCH WS-ORG-UF
              AT END
                 MOVE 'N' TO WS-REG-VALIDO
                 IF WS-MOTIVO-REJ = SPACES
                    MOVE '011' TO WS-MOTIVO-REJ
                 END-IF
                 DISPLAY "*** REGISTRO REJEITADO - CIDADE " WS-CIDADE
                          " - UF " WS-ESTADO " NAO AUTORIZADA PARA O "
                          "ORGAO " WS-HDR-ORIGEM
              WHEN WS-ORG-UF(IX-ORG-UF) = WS-ESTADO
                   AND WS-ESTADO NOT = SPACES
                 CONTINUE
              WHEN WS-ORG-UF(IX-ORG-UF) = 'BR'
                 CONTINUE
           END-SEARCH
           .
      *--------------------------------------------------------------*
      *    GRAVA O REGISTRO REJEITADO NO ARQUIVO DE SUSPENSE, NO SEU
      *    LAYOUT ORIGINAL DE 23 BYTES MAIS O MOTIVO E A DATA DA
      *    EXECUCAO - O CGPRG009 IMPRIME E GERA O DECK DE RESSUBMISSAO
           ADD WS-CUSTO-CIDADE   TO WS-CUSTO-TOTAL
           MOVE WS-CUSTO-CIDADE  TO CUSTOEST

           IF WS-QTD-RANK < 6000
              ADD 1 TO WS-QTD-RANK
              SET IX-RANK               TO WS-QTD-RANK
              MOVE WS-CIDADE            TO RANK-CIDADE(IX-RANK)
              MOVE WS-QTD-OBITOS        TO RANK-OBT(IX-RANK)
              MOVE PORCEA               TO RANK-PORCE(IX-RANK)
           ELSE
              DISPLAY "*** WS-TAB-RANK CHEIA (6000) - CIDADE " WS-CIDADE
                       " NAO ENTRA NO RANKING TOP-5"
           END-IF

              PERFORM 037-GRAVAR-MASTER
           END-IF

           IF WS-ULTREM-ABERTO = 'S'
              PERFORM 038-GRAVAR-REMETENTE
           END-IF

      *    CARGA LIMPA DA CIDADE BAIXA UMA EVENTUAL PENDENCIA
      *    PERSISTENTE DEIXADA POR REJEICAO DE CARGA ANTERIOR
           IF WS-SUSPMAST-ABERTO = 'S'
           MOVE WS-ACID-ANT          TO CKPT-ACID-ANT
           MOVE WS-CIDADE-ANT-OK     TO CKPT-CIDADE-ANT-OK
           MOVE WS-TAB-ESTADOS       TO CKPT-TAB-ESTADOS
           MOVE WS-QTD-RANK          TO CKPT-QTD-RANK
           IF WS-QTD-RANK > ZERO
              SET IX-RANK               TO WS-QTD-RANK
              MOVE RANK-CIDADE(IX-RANK) TO CKPT-RANK-CIDADE
              MOVE RANK-ESTADO(IX-RANK) TO CKPT-RANK-ESTADO
              MOVE RANK-ACD(IX-RANK)    TO CKPT-RANK-ACD
              MOVE RANK-OBT(IX-RANK)    TO CKPT-RANK-OBT
              MOVE RANK-PORCE(IX-RANK)  TO CKPT-RANK-PORCE
           ELSE
              MOVE ZERO                 TO CKPT-RANK-CIDADE
              MOVE SPACES               TO CKPT-RANK-ESTADO
              MOVE ZERO                 TO CKPT-RANK-ACD
              MOVE ZERO                 TO CKPT-RANK-OBT
              MOVE ZERO                 TO CKPT-RANK-PORCE
           END-IF

           WRITE REG-CKPOINT

           END-WRITE
           .
      *--------------------------------------------------------------*
      *    REGISTRA O ORGAO DO HEADER COMO ULTIMO REMETENTE DA CIDADE
      *    (UMA CARGA DE DATA DE REFERENCIA MAIS ANTIGA, REENVIADA
      *    DEPOIS, NAO TIRA O LUGAR DA MAIS RECENTE)
      *--------------------------------------------------------------*
       038-GRAVAR-REMETENTE.

           MOVE WS-CIDADE TO UR-CIDADE
           READ ULTIMO-REMETENTE
              INVALID KEY
                 MOVE WS-HDR-ORIGEM    TO UR-ORIGEM
                 MOVE WS-HDR-DATA-REF  TO UR-DATA-REF
                 MOVE AS-DATA          TO UR-DATA-CARGA
                 WRITE REG-ULTIMO-REMETENTE
              NOT INVALID KEY
                 IF WS-HDR-DATA-REF NOT < UR-DATA-REF
                    MOVE WS-HDR-ORIGEM    TO UR-ORIGEM
                    MOVE WS-HDR-DATA-REF  TO UR-DATA-REF
                    MOVE AS-DATA          TO UR-DATA-CARGA
                    REWRITE REG-ULTIMO-REMETENTE
                 END-IF
           END-READ

           IF WS-STATUS-ULTREM NOT = '00'
              DISPLAY "*** FALHA AO ATUALIZAR ULTIMO-REMETENTE - "
                       "STATUS: " WS-STATUS-ULTREM
                       " - CIDADE " WS-CIDADE
           END-IF
           .
      *--------------------------------------------------------------*
      *    ACUMULA TOTAIS POR ESTADO (UF) NA WS-TAB-ESTADOS
      *--------------------------------------------------------------*
       035-ACUMULAR-ESTADO.
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           PERFORM 013-GRAVAR-LINHA

           IF WS-QTD-RANK > ZERO
              SORT WS-TAB-RANK DESCENDING KEY RANK-ACD
           END-IF
           PERFORM 050-IMPRIMIR-RANK-ACD
                   VARYING IX-RANK FROM 1 BY 1
                   UNTIL IX-RANK > 5 OR IX-RANK > WS-QTD-RANK
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           PERFORM 013-GRAVAR-LINHA

           IF WS-QTD-RANK > ZERO
              SORT WS-TAB-RANK DESCENDING KEY RANK-PORCE
           END-IF
           PERFORM 051-IMPRIMIR-RANK-PORCE
                   VARYING IX-RANK FROM 1 BY 1
                   UNTIL IX-RANK > 5 OR IX-RANK > WS-QTD-RANK
           IF WS-SUSPMAST-ABERTO = 'S'
              CLOSE SUSPENSE-MASTER
           END-IF
           IF WS-ULTREM-ABERTO = 'S'
              CLOSE ULTIMO-REMETENTE
           END-IF
           IF WS-CADCID-ABERTO = 'S'
              CLOSE CIDADES-CADASTRO
           END-IF
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
                 DISPLAY "*** CGPRG007 FICA EM ANDAMENTO - LIBERAR "
                          "PELO CGPRG036"
              ELSE
                 MOVE 'CGPRG007' TO JB-PROGRAMA
                 READ JANELA-BATCH
                    INVALID KEY
                       DISPLAY "*** CGPRG007 NAO CONSTA NO JANBAT - "
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
              DISPLAY "JANELA BATCH - CGPRG007 ENCERRADO COM SITUACAO "
                       JB-SITUACAO " - RC " JB-RC
           ELSE
              DISPLAY "*** FALHA AO ENCERRAR O CGPRG007 NO JANBAT - "
                       "STATUS: " WS-STATUS-JANBAT
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG007 <-------------------*
