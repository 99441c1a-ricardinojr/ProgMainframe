           SELECT ARQ-AUDIT       ASSIGN TO "AUDITMNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDIT.
           SELECT JANELA-BATCH    ASSIGN TO "JANBAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JB-PROGRAMA
               FILE STATUS IS WS-STATUS-JANBAT.
      *
       DATA DIVISION.
      *=============*
           05  AUD-FUNCAO             PIC X(01).
           05  AUD-IMAGEM-ANTES       PIC X(48).
           05  AUD-IMAGEM-DEPOIS      PIC X(48).
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
           05  WS-STATUS-AUDIT        PIC X(02).
           05  WS-AUDIT-ABERTO        PIC X(01)        VALUE 'N'.
           05  WS-CTAUDITADOS         PIC 9(06)        VALUE ZERO.
           05  WS-DESTR-RECUSADO      PIC X(01)        VALUE 'N'.
           05  AS-DATA                PIC 9(08).
           05  AS-HORA                PIC X(10).
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
      *-----> IMAGENS ANTES/DEPOIS DO REGISTRO MANTIDO, GRAVADAS NA
      *-----> TRILHA DE AUDITORIA (IMPRESSA PELO CGPRG019)
       01  WS-AREA-AUDIT.
           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 090-TERMINAR
           PERFORM 092-ENCERRAR-JANELA
           STOP RUN
           .
      *--------------------------------------------------------------*
           DISPLAY "CGPRG011 - MANUTENCAO DO CIDADES-MASTER"
           DISPLAY "-------------------------------------------"

      *    JANELA BATCH - A EXECUCAO ENTRA COMO NAO DESTRUTIVA; O 1O.
      *    CARTAO 'D' OU 'P' CONFERE DE NOVO A JANELA COMO PASSO
      *    DESTRUTIVO (035-CONFERIR-DESTRUTIVO)
           MOVE 'N'   TO WS-JAN-DESTRUTIVO
           MOVE SPACE TO WS-JAN-FUNCAO
           PERFORM 015-ABRIR-JANELA
           IF WS-JAN-RECUSADA = 'S'
              MOVE 'S' TO WS-FIM
              MOVE 16  TO RETURN-CODE
           ELSE
      *       TRILHA DE AUDITORIA DA MANUTENCAO - ACRESCENTA NO AUDITMNT
      *       AS IMAGENS ANTES/DEPOIS DE CADA ACAO (1A. EXECUCAO CRIA O
      *       ARQUIVO, COMO FEITO COM O RUNLOG NO CGPRG007). SEM A
      *       TRILHA A MANUTENCAO NAO RODA: E ELA QUE PERMITE AO
      *       AUDITOR RECONSTRUIR UM REGISTRO ESTORNADO OU SUBSTITUIDO
              OPEN EXTEND ARQ-AUDIT
              IF WS-STATUS-AUDIT NOT = '00'
                 OPEN OUTPUT ARQ-AUDIT
              END-IF
              IF WS-STATUS-AUDIT = '00'
                 MOVE 'S' TO WS-AUDIT-ABERTO
              ELSE
                 DISPLAY "*** ARQ-AUDIT NAO PODE SER ABERTO - STATUS: "
                          WS-STATUS-AUDIT " - MANUTENCAO BLOQUEADA"
                 MOVE 'S' TO WS-FIM
                 MOVE 16  TO RETURN-CODE
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

           IF WS-FIM NOT = 'S'
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

           IF JB-PROGRAMA = 'CGPRG011'
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
                    DISPLAY "*** EXECUCAO ANTERIOR DO CGPRG011 PRESA "
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
                    DISPLAY "*** EXECUCAO ANTERIOR DO CGPRG011 NAO FOI "
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
           MOVE 'CGPRG011' TO JB-PROGRAMA
           READ JANELA-BATCH
              INVALID KEY
                 MOVE 'S'        TO WS-JAN-NOVO
                 MOVE SPACES     TO REG-JANELA-BATCH
                 MOVE 'CGPRG011' TO JB-PROGRAMA
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
              DISPLAY "*** FALHA AO MARCAR O CGPRG011 NO JANBAT - "
                       "STATUS: " WS-STATUS-JANBAT
              IF WS-JAN-DESTRUTIVO = 'S'
                 MOVE 'S' TO WS-JAN-RECUSADA
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA DOS CARTOES DE FUNCAO DA SYSIN
      *--------------------------------------------------------------*
       025-LER-SYSIN.
              WHEN 'L'
                 PERFORM 040-LISTAR
              WHEN 'D'
                 PERFORM 035-CONFERIR-DESTRUTIVO
                 IF WS-JAN-DESTRUTIVO = 'S'
                    PERFORM 050-ESTORNAR-CARGA
                 END-IF
              WHEN 'R'
                 PERFORM 060-SUBSTITUIR
              WHEN 'P'
                 PERFORM 035-CONFERIR-DESTRUTIVO
                 IF WS-JAN-DESTRUTIVO = 'S'
                    PERFORM 070-EXPURGAR
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-CTREJEITADOS
                 DISPLAY "*** CARTAO REJEITADO - FUNCAO INVALIDA: "
           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    ESTORNO E EXPURGO SAO DESTRUTIVOS: NO 1O. CARTAO 'D'/'P' A
      *    JANELA E CONFERIDA DE NOVO COMO PASSO DESTRUTIVO (SEM OUTRO
      *    PASSO EM ANDAMENTO, SEM EXECUCAO ANTERIOR PRESA E COM O
      *    BACKUP DO DIA). SE RECUSADA, TODOS OS CARTOES 'D'/'P' DA
      *    EXECUCAO SAO REJEITADOS E O STEP TERMINA COM RETURN-CODE 16;
      *    OS CARTOES 'L'/'R' CONTINUAM SENDO PROCESSADOS
      *--------------------------------------------------------------*
       035-CONFERIR-DESTRUTIVO.

           IF WS-JAN-DESTRUTIVO NOT = 'S'
              AND WS-DESTR-RECUSADO NOT = 'S'
              MOVE 'S'       TO WS-JAN-DESTRUTIVO
              MOVE WS-FUNCAO TO WS-JAN-FUNCAO
              PERFORM 015-ABRIR-JANELA
              IF WS-JAN-RECUSADA = 'S'
                 MOVE 'N' TO WS-JAN-DESTRUTIVO
                 MOVE 'S' TO WS-DESTR-RECUSADO
              END-IF
           END-IF

           IF WS-DESTR-RECUSADO = 'S'
              ADD 1 TO WS-CTREJEITADOS
              DISPLAY "*** CARTAO REJEITADO - FUNCAO " WS-FUNCAO
                       " RECUSADA PELA JANELA BATCH"
              MOVE 16 TO RETURN-CODE
           END-IF
           .
      *--------------------------------------------------------------*
      *    LISTA OS REGISTROS DE UMA DATA DE CARGA (TIPO 'D') OU DE
      *    UMA CIDADE (TIPO 'C')
      *--------------------------------------------------------------*
           DISPLAY " *      TERMINO NORMAL DO CGPRG011        *"
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
                 DISPLAY "*** CGPRG011 FICA EM ANDAMENTO - LIBERAR "
                          "PELO CGPRG036"
              ELSE
                 MOVE 'CGPRG011' TO JB-PROGRAMA
                 READ JANELA-BATCH
                    INVALID KEY
                       DISPLAY "*** CGPRG011 NAO CONSTA NO JANBAT - "
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
              DISPLAY "JANELA BATCH - CGPRG011 ENCERRADO COM SITUACAO "
                       JB-SITUACAO " - RC " JB-RC
           ELSE
              DISPLAY "*** FALHA AO ENCERRAR O CGPRG011 NO JANBAT - "
                       "STATUS: " WS-STATUS-JANBAT
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG011 <-------------------*
