       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG036.
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
           SELECT JANELA-BATCH    ASSIGN TO "JANBAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JB-PROGRAMA
               FILE STATUS IS WS-STATUS-JANBAT.
           SELECT ARQ-AUDIT       ASSIGN TO "AUDITMNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDIT.
           SELECT REL-JANELA      ASSIGN TO "RELJAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REL.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *    CONTROLE DA JANELA BATCH - UM REGISTRO POR PASSO QUE
      *    ATUALIZA O CIDMAST/CADCID/CIDMES (MESMO LAYOUT DO CGPRG007,
      *    CGPRG010, CGPRG011, CGPRG014, CGPRG020 E CGPRG021). OS 48
      *    PRIMEIROS BYTES (SITUACAO, INICIO DO PASSO, RC E QUEM
      *    LIBEROU) SAO AS IMAGENS GRAVADAS NA AUDITORIA DA LIBERACAO
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
       FD  ARQ-AUDIT
           LABEL RECORDS ARE STANDARD.
       01  REG-AUDIT.
           05  AUD-DATA               PIC 9(08).
           05  AUD-HORA               PIC X(10).
           05  AUD-PROGRAMA           PIC X(08).
           05  AUD-ARQUIVO            PIC X(08).
           05  AUD-FUNCAO             PIC X(01).
           05  AUD-IMAGEM-ANTES       PIC X(48).
           05  AUD-IMAGEM-DEPOIS      PIC X(48).
      *
       FD  REL-JANELA
           LABEL RECORDS ARE STANDARD.
       01  REG-REL-JANELA             PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-FIM                 PIC X(01).
           05  WS-FIM-JANBAT          PIC X(01).
           05  WS-STATUS-JANBAT       PIC X(02).
           05  WS-JANBAT-ABERTO       PIC X(01)        VALUE 'N'.
           05  WS-STATUS-AUDIT        PIC X(02).
           05  WS-AUDIT-ABERTO        PIC X(01)        VALUE 'N'.
           05  WS-STATUS-REL          PIC X(02).
           05  WS-CTLIBERADOS         PIC 9(06)        VALUE ZERO.
           05  WS-CTVERIFICADOS       PIC 9(06)        VALUE ZERO.
           05  WS-CTRECUSADOS         PIC 9(06)        VALUE ZERO.
           05  WS-CTRESERVADOS        PIC 9(06)        VALUE ZERO.
           05  WS-CTREJEITADOS        PIC 9(06)        VALUE ZERO.
           05  WS-CTAUDITADOS         PIC 9(06)        VALUE ZERO.
           05  WS-CTPASSOS            PIC 9(06)        VALUE ZERO.
           05  WS-CTANDAMENTO         PIC 9(06)        VALUE ZERO.
           05  WS-JAN-ANDAMENTO       PIC X(08).
           05  WS-JAN-PROPRIO         PIC X(01).
           05  WS-JAN-BACKUP-OK       PIC X(01).
           05  WS-JAN-LIVRE           PIC X(01).
           05  WS-JAN-NOVO            PIC X(01).
           05  AS-DATA                PIC 9(08).
           05  AS-HORA                PIC X(10).
           05  AS-HORA-INICIO         PIC 9(08).
      *-----> IMAGENS ANTES/DEPOIS DO REGISTRO MANTIDO, GRAVADAS NA
      *-----> TRILHA DE AUDITORIA (IMPRESSA PELO CGPRG019)
       01  WS-AREA-AUDIT.
           05  WS-IMAGEM-ANTES        PIC X(48).
           05  WS-IMAGEM-DEPOIS       PIC X(48).
      *-----> ENTRADA - CARTOES DA SYSIN (NO JCL):
      *-----> 'L' LIBERA O PASSO PRESO EM ANDAMENTO APOS UM ABEND -
      *-----> PROGRAMA (8) + OPERADOR (8) + MOTIVO (30) OBRIGATORIOS
      *-----> 'V' VERIFICA SE O PASSO DESTRUTIVO DO PROGRAMA (8) PODE
      *-----> RODAR AGORA (RC=16 SE NAO PUDER)
      *-----> 'R' VERIFICA COMO O 'V' E, SE PUDER, JA RESERVA A JANELA
      *-----> MARCANDO O PROGRAMA (8) EM ANDAMENTO COM FUNCAO 'R'
       01  WS-REG-SYSIN.
           05 WS-FUNCAO           PIC X(01).
           05 WS-PROGRAMA         PIC X(08).
           05 WS-OPERADOR         PIC X(08).
           05 WS-MOTIVO           PIC X(30).
      *-----> SAIDA - LINHA DE UM PASSO DA JANELA
       01  WS-REG-DETALHE.
           05 DETPROG              PIC X(08).
           05 FILLER               PIC X(02)        VALUE SPACES.
           05 DETSITUACAO          PIC X(12).
           05 FILLER               PIC X(02)        VALUE SPACES.
           05 DETFUNCAO            PIC X(01).
           05 FILLER               PIC X(04)        VALUE SPACES.
           05 DETDESTRUTIVO        PIC X(03).
           05 FILLER               PIC X(02)        VALUE SPACES.
           05 DETDTINICIO          PIC 9(08).
           05 FILLER               PIC X(01)        VALUE SPACES.
           05 DETHRINICIO          PIC 9(08).
           05 FILLER               PIC X(02)        VALUE SPACES.
           05 DETDTFIM             PIC 9(08).
           05 FILLER               PIC X(01)        VALUE SPACES.
           05 DETHRFIM             PIC 9(08).
           05 FILLER               PIC X(02)        VALUE SPACES.
           05 DETRC                PIC ZZZ9.
           05 FILLER               PIC X(02)        VALUE SPACES.
           05 DETULTOK             PIC 9(08).
           05 FILLER               PIC X(02)        VALUE SPACES.
           05 DETEXECUCOES         PIC ZZZZ9.
      *-----> LINHAS DO RELATORIO EM DISCO (DD RELJAN)
       01  WS-REL-CAB1.
           05 FILLER              PIC X(18)        VALUE
              'RELATORIO CGPRG036'.
           05 FILLER              PIC X(05)        VALUE SPACES.
           05 FILLER              PIC X(32)        VALUE
              'SITUACAO DA JANELA BATCH - DATA '.
           05 CAB1-DATA            PIC 9(08).
           05 FILLER              PIC X(06)        VALUE
              ' HORA '.
           05 CAB1-HORA            PIC X(08).
       01  WS-REL-CAB2.
           05 FILLER              PIC X(08)        VALUE
              'PROGRAMA'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(12)        VALUE
              'SITUACAO'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(04)        VALUE
              'FUNC'.
           05 FILLER              PIC X(01)        VALUE SPACES.
           05 FILLER              PIC X(03)        VALUE
              'DES'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(17)        VALUE
              'INICIO'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(17)        VALUE
              'FIM'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(04)        VALUE
              '  RC'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(08)        VALUE
              'ULTIM.OK'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(05)        VALUE
              'EXEC.'.
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
       000-CGPRG036.

           ACCEPT AS-DATA FROM DATE
           ACCEPT AS-HORA FROM TIME
           ACCEPT AS-HORA-INICIO FROM TIME
           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           IF WS-JANBAT-ABERTO = 'S'
              PERFORM 060-LISTAR-JANELA
           END-IF
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "LUANA - RICARDINO"
           DISPLAY "CGPRG036 - SITUACAO E LIBERACAO DA JANELA BATCH"
           DISPLAY "-------------------------------------------"

           OPEN OUTPUT REL-JANELA
           IF WS-STATUS-REL NOT = '00'
              DISPLAY "*** REL-JANELA NAO PODE SER ABERTO - STATUS: "
                       WS-STATUS-REL
           END-IF

      *    SEM A TRILHA DE AUDITORIA A LIBERACAO NAO RODA
           OPEN EXTEND ARQ-AUDIT
           IF WS-STATUS-AUDIT NOT = '00'
              OPEN OUTPUT ARQ-AUDIT
           END-IF
           IF WS-STATUS-AUDIT = '00'
              MOVE 'S' TO WS-AUDIT-ABERTO
           ELSE
              DISPLAY "*** ARQ-AUDIT NAO PODE SER ABERTO - STATUS: "
                       WS-STATUS-AUDIT " - LIBERACAO BLOQUEADA"
              MOVE 'S' TO WS-FIM
              MOVE 16  TO RETURN-CODE
           END-IF

      *    1A. EXECUCAO - O JANBAT AINDA NAO TEM REGISTRO: CRIA VAZIO
      *    E REABRE, COMO NA CRIACAO DO CADCID/CIDMES
           OPEN I-O JANELA-BATCH
           IF WS-STATUS-JANBAT NOT = '00'
              OPEN OUTPUT JANELA-BATCH
              IF WS-STATUS-JANBAT = '00'
                 CLOSE JANELA-BATCH
                 OPEN I-O JANELA-BATCH
              END-IF
           END-IF
           IF WS-STATUS-JANBAT = '00'
              MOVE 'S' TO WS-JANBAT-ABERTO
           ELSE
              DISPLAY "*** JANELA-BATCH NAO PODE SER ABERTO - STATUS: "
                       WS-STATUS-JANBAT
              MOVE 'S' TO WS-FIM
              MOVE 16  TO RETURN-CODE
           END-IF

           MOVE AS-DATA                 TO CAB1-DATA
           MOVE AS-HORA                 TO CAB1-HORA
           MOVE WS-REL-CAB1             TO REG-REL-JANELA
           WRITE REG-REL-JANELA
           MOVE WS-REL-TRACO            TO REG-REL-JANELA
           WRITE REG-REL-JANELA
           MOVE WS-REL-CAB2             TO REG-REL-JANELA
           WRITE REG-REL-JANELA
           MOVE WS-REL-TRACO            TO REG-REL-JANELA
           WRITE REG-REL-JANELA

           IF WS-FIM NOT = 'S'
              PERFORM 025-LER-SYSIN
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA DOS CARTOES DA SYSIN
      *--------------------------------------------------------------*
       025-LER-SYSIN.

           ACCEPT WS-REG-SYSIN FROM SYSIN

           IF WS-REG-SYSIN = ALL '9'
              MOVE 'S' TO WS-FIM
           END-IF
           .
      *--------------------------------------------------------------*
      *    EXECUTA A FUNCAO PEDIDA NO CARTAO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           EVALUATE WS-FUNCAO
              WHEN 'L'
                 PERFORM 040-LIBERAR
              WHEN 'V'
                 PERFORM 050-VERIFICAR
              WHEN 'R'
                 PERFORM 056-RESERVAR
              WHEN OTHER
                 ADD 1 TO WS-CTREJEITADOS
                 DISPLAY "*** CARTAO REJEITADO - PROGRAMA " WS-PROGRAMA
                          " - FUNCAO INVALIDA: " WS-FUNCAO
           END-EVALUATE

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    LIBERA O PASSO PRESO 'EM ANDAMENTO' (STEP QUE ABENDOU SEM
      *    REGISTRAR O FIM NO JANBAT). SO DEPOIS DE CONFERIR O ESTADO
      *    DOS ARQUIVOS DO PASSO: A LIBERACAO NAO DESFAZ NADA, APENAS
      *    DEIXA A JANELA SEGUIR. OPERADOR E MOTIVO SAO OBRIGATORIOS
      *--------------------------------------------------------------*
       040-LIBERAR.

           IF WS-OPERADOR = SPACES OR WS-MOTIVO = SPACES
              ADD 1 TO WS-CTREJEITADOS
              DISPLAY "*** LIBERACAO DO " WS-PROGRAMA " REJEITADA - "
                       "OPERADOR E MOTIVO SAO OBRIGATORIOS"
           ELSE
              MOVE WS-PROGRAMA TO JB-PROGRAMA
              READ JANELA-BATCH
                 INVALID KEY
                    ADD 1 TO WS-CTREJEITADOS
                    DISPLAY "*** " WS-PROGRAMA " NAO CONSTA NO JANBAT "
                             "- LIBERACAO REJEITADA"
                 NOT INVALID KEY
                    IF JB-SITUACAO NOT = 'A'
                       ADD 1 TO WS-CTREJEITADOS
                       DISPLAY "*** " WS-PROGRAMA " NAO ESTA EM "
                                "ANDAMENTO (SITUACAO " JB-SITUACAO
                                ") - LIBERACAO REJEITADA"
                    ELSE
                       PERFORM 045-GRAVAR-LIBERACAO
                    END-IF
              END-READ
           END-IF
           .
      *--------------------------------------------------------------*
      *    MARCA O PASSO COMO LIBERADO ('L') E AUDITA A LIBERACAO
      *--------------------------------------------------------------*
       045-GRAVAR-LIBERACAO.

           MOVE REG-JANELA-BATCH TO WS-IMAGEM-ANTES
           MOVE 'L'              TO JB-SITUACAO
           MOVE AS-DATA          TO JB-DATA-LIBERACAO
           MOVE WS-OPERADOR      TO JB-OPERADOR
           MOVE WS-MOTIVO        TO JB-MOTIVO-LIB
           REWRITE REG-JANELA-BATCH

           IF WS-STATUS-JANBAT = '00'
              ADD 1 TO WS-CTLIBERADOS
              DISPLAY "PASSO " WS-PROGRAMA " LIBERADO POR "
                       WS-OPERADOR " - " WS-MOTIVO
              MOVE REG-JANELA-BATCH TO WS-IMAGEM-DEPOIS
              PERFORM 085-GRAVAR-AUDITORIA
           ELSE
              ADD 1 TO WS-CTREJEITADOS
              DISPLAY "*** FALHA AO LIBERAR O " WS-PROGRAMA
                       " - STATUS: " WS-STATUS-JANBAT
           END-IF
           .
      *--------------------------------------------------------------*
      *    VERIFICA SE O PASSO DESTRUTIVO DO PROGRAMA PODE RODAR AGORA
      *    - MESMAS REGRAS DOS PROGRAMAS: NENHUM OUTRO PASSO EM
      *    ANDAMENTO, SEM EXECUCAO ANTERIOR PRESA E BACKUP DO DIA
      *    (CGPRG020) TERMINADO SEM ERRO. USADO NOS JOBS EM QUE UM
      *    STEP ANTERIOR AO PROGRAMA JA DESTROI DADOS (IDCAMS DELETE
      *    DO CGPRG021.JCL). RECUSA = RC 16
      *--------------------------------------------------------------*
       050-VERIFICAR.

           ADD 1 TO WS-CTVERIFICADOS
           PERFORM 052-VARRER-JANELA

           EVALUATE TRUE
              WHEN WS-JAN-ANDAMENTO NOT = SPACES
                 DISPLAY "*** " WS-JAN-ANDAMENTO " EM ANDAMENTO NA "
                          "JANELA BATCH - " WS-PROGRAMA
                          " NAO PODE RODAR"
                 MOVE 'N' TO WS-JAN-LIVRE
              WHEN WS-JAN-PROPRIO = 'A'
                 DISPLAY "*** EXECUCAO ANTERIOR DO " WS-PROGRAMA
                          " PRESA EM ANDAMENTO - LIBERAR ANTES"
                 MOVE 'N' TO WS-JAN-LIVRE
              WHEN WS-JAN-BACKUP-OK NOT = 'S'
                 DISPLAY "*** SEM BACKUP DO DIA (CGPRG020) TERMINADO "
                          "SEM ERRO - " WS-PROGRAMA " NAO PODE RODAR"
                 MOVE 'N' TO WS-JAN-LIVRE
              WHEN OTHER
                 MOVE 'S' TO WS-JAN-LIVRE
           END-EVALUATE

           IF WS-JAN-LIVRE = 'S'
              DISPLAY "JANELA LIVRE - PASSO DESTRUTIVO DO "
                       WS-PROGRAMA " PODE RODAR"
           ELSE
              ADD 1 TO WS-CTRECUSADOS
              MOVE 16 TO RETURN-CODE
           END-IF
           .
      *--------------------------------------------------------------*
      *    VARRE O JANBAT: 1O. PASSO DE OUTRO PROGRAMA EM ANDAMENTO,
      *    SITUACAO DO PROPRIO PROGRAMA E BACKUP DO DIA
      *--------------------------------------------------------------*
       052-VARRER-JANELA.

           MOVE SPACES     TO WS-JAN-ANDAMENTO
           MOVE SPACE      TO WS-JAN-PROPRIO
           MOVE 'N'        TO WS-JAN-BACKUP-OK
           MOVE 'N'        TO WS-FIM-JANBAT
           MOVE LOW-VALUES TO JB-PROGRAMA
           START JANELA-BATCH KEY IS NOT LESS THAN JB-PROGRAMA
              INVALID KEY
                 MOVE 'S' TO WS-FIM-JANBAT
           END-START
           IF WS-FIM-JANBAT NOT = 'S'
              PERFORM 055-LER-JANELA
           END-IF
           PERFORM 054-AVALIAR-PASSO UNTIL WS-FIM-JANBAT = 'S'
           .
      *--------------------------------------------------------------*
      *    GUARDA DO PASSO LIDO O QUE INTERESSA A VERIFICACAO
      *--------------------------------------------------------------*
       054-AVALIAR-PASSO.

           IF JB-PROGRAMA = WS-PROGRAMA
              MOVE JB-SITUACAO TO WS-JAN-PROPRIO
           ELSE
              IF JB-SITUACAO = 'A' AND WS-JAN-ANDAMENTO = SPACES
                 MOVE JB-PROGRAMA TO WS-JAN-ANDAMENTO
              END-IF
           END-IF

           IF JB-PROGRAMA = 'CGPRG020'
              AND JB-SITUACAO = 'F'
              AND JB-DATA-FIM = AS-DATA
              MOVE 'S' TO WS-JAN-BACKUP-OK
           END-IF

           PERFORM 055-LER-JANELA
           .
      *--------------------------------------------------------------*
      *    LEITURA SEQUENCIAL DO JANBAT
      *--------------------------------------------------------------*
       055-LER-JANELA.

           READ JANELA-BATCH NEXT RECORD
              AT END
                 MOVE 'S' TO WS-FIM-JANBAT
           END-READ
           .
      *--------------------------------------------------------------*
      *    RESERVA A JANELA PARA O PASSO DESTRUTIVO DO PROGRAMA: MESMA
      *    VERIFICACAO DO 'V' E, SE A JANELA ESTIVER LIVRE, MARCA O
      *    PROGRAMA EM ANDAMENTO (FUNCAO 'R') ANTES DO STEP QUE JA
      *    DESTROI DADOS (IDCAMS DELETE DO CGPRG021.JCL) - A PARTIR DAI
      *    OS OUTROS PASSOS SAO RECUSADOS. O PROGRAMA ACEITA A PROPRIA
      *    RESERVA FEITA NO MESMO DIA E A SUBSTITUI PELA SUA MARCA
      *--------------------------------------------------------------*
       056-RESERVAR.

           PERFORM 050-VERIFICAR

           IF WS-JAN-LIVRE = 'S'
              PERFORM 058-GRAVAR-RESERVA
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA A RESERVA NO JANBAT (O REGISTRO DO PROGRAMA E CRIADO
      *    SE AINDA NAO EXISTIR) - FALHA NA GRAVACAO = RC 16
      *--------------------------------------------------------------*
       058-GRAVAR-RESERVA.

           MOVE 'N'         TO WS-JAN-NOVO
           MOVE WS-PROGRAMA TO JB-PROGRAMA
           READ JANELA-BATCH
              INVALID KEY
                 MOVE 'S'         TO WS-JAN-NOVO
                 MOVE SPACES      TO REG-JANELA-BATCH
                 MOVE WS-PROGRAMA TO JB-PROGRAMA
                 MOVE ZERO        TO JB-DATA-LIBERACAO
                 MOVE ZERO        TO JB-DATA-ULT-OK
                 MOVE ZERO        TO JB-QTD-EXECUCOES
           END-READ

           MOVE 'A'            TO JB-SITUACAO
           MOVE 'R'            TO JB-FUNCAO
           MOVE 'S'            TO JB-DESTRUTIVO
           MOVE AS-DATA        TO JB-DATA-INICIO
           MOVE AS-HORA-INICIO TO JB-HORA-INICIO
           MOVE ZERO           TO JB-RC
           MOVE ZERO           TO JB-DATA-FIM
           MOVE ZERO           TO JB-HORA-FIM

           IF WS-JAN-NOVO = 'S'
              WRITE REG-JANELA-BATCH
           ELSE
              REWRITE REG-JANELA-BATCH
           END-IF

           IF WS-STATUS-JANBAT = '00'
              ADD 1 TO WS-CTRESERVADOS
              DISPLAY "JANELA RESERVADA PARA O PASSO DESTRUTIVO DO "
                       WS-PROGRAMA
           ELSE
              ADD 1 TO WS-CTRECUSADOS
              DISPLAY "*** FALHA AO RESERVAR A JANELA PARA O "
                       WS-PROGRAMA " - STATUS: " WS-STATUS-JANBAT
              MOVE 16 TO RETURN-CODE
           END-IF
           .
      *--------------------------------------------------------------*
      *    RELATORIO DA SITUACAO DA JANELA (DEPOIS DAS LIBERACOES DO
      *    DECK): UMA LINHA POR PASSO E O RESUMO - PASSOS EM
      *    ANDAMENTO, BACKUP DO DIA E SE OS PASSOS DESTRUTIVOS
      *    (CGPRG011 D/P, CGPRG014 COM EXPURGO, CGPRG021, CGPRG029
      *    AO ELIMINAR RESUMO) PODEM RODAR.
      *    JANELA BLOQUEADA PARA PASSO DESTRUTIVO = RC 4 (AVISO)
      *--------------------------------------------------------------*
       060-LISTAR-JANELA.

           MOVE SPACES     TO WS-JAN-ANDAMENTO
           MOVE 'N'        TO WS-JAN-BACKUP-OK
           MOVE 'N'        TO WS-FIM-JANBAT
           MOVE LOW-VALUES TO JB-PROGRAMA
           START JANELA-BATCH KEY IS NOT LESS THAN JB-PROGRAMA
              INVALID KEY
                 MOVE 'S' TO WS-FIM-JANBAT
           END-START
           IF WS-FIM-JANBAT NOT = 'S'
              PERFORM 055-LER-JANELA
           END-IF
           PERFORM 062-IMPRIMIR-PASSO UNTIL WS-FIM-JANBAT = 'S'

           MOVE WS-REL-TRACO            TO REG-REL-JANELA
           WRITE REG-REL-JANELA
           MOVE SPACES TO WS-REL-LINHA
           STRING 'PASSOS NA JANELA: '   WS-CTPASSOS
                  '  EM ANDAMENTO: '     WS-CTANDAMENTO
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           MOVE WS-REL-LINHA            TO REG-REL-JANELA
           WRITE REG-REL-JANELA

           MOVE SPACES TO WS-REL-LINHA
           IF WS-JAN-BACKUP-OK = 'S'
              MOVE 'BACKUP DO DIA (CGPRG020) TERMINADO SEM ERRO: SIM'
                   TO WS-REL-LINHA
           ELSE
              MOVE 'BACKUP DO DIA (CGPRG020) TERMINADO SEM ERRO: NAO'
                   TO WS-REL-LINHA
           END-IF
           MOVE WS-REL-LINHA            TO REG-REL-JANELA
           WRITE REG-REL-JANELA
           DISPLAY WS-REL-LINHA

           MOVE SPACES TO WS-REL-LINHA
           IF WS-CTANDAMENTO = ZERO AND WS-JAN-BACKUP-OK = 'S'
              STRING 'PASSOS DESTRUTIVOS (CGPRG011 D/P, CGPRG014 '
                     'COM EXPURGO, CGPRG021, CGPRG029 ELIMINACAO): '
                     'LIBERADOS'
                     DELIMITED BY SIZE INTO WS-REL-LINHA
           ELSE
              STRING 'PASSOS DESTRUTIVOS (CGPRG011 D/P, CGPRG014 '
                     'COM EXPURGO, CGPRG021, CGPRG029 ELIMINACAO): '
                     'BLOQUEADOS'
                     DELIMITED BY SIZE INTO WS-REL-LINHA
              IF RETURN-CODE = ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           MOVE WS-REL-LINHA            TO REG-REL-JANELA
           WRITE REG-REL-JANELA
           DISPLAY WS-REL-LINHA
           .
      *--------------------------------------------------------------*
      *    IMPRIME UM PASSO DA JANELA E, SE JA FOI LIBERADO ALGUMA
      *    VEZ, A ULTIMA LIBERACAO (DATA, OPERADOR E MOTIVO)
      *--------------------------------------------------------------*
       062-IMPRIMIR-PASSO.

           ADD 1 TO WS-CTPASSOS

           EVALUATE JB-SITUACAO
              WHEN 'A'
                 ADD 1 TO WS-CTANDAMENTO
                 MOVE 'EM ANDAMENTO' TO DETSITUACAO
              WHEN 'F'
                 MOVE 'FINALIZADO'   TO DETSITUACAO
              WHEN 'E'
                 MOVE 'ERRO'         TO DETSITUACAO
              WHEN 'L'
                 MOVE 'LIBERADO'     TO DETSITUACAO
              WHEN OTHER
                 MOVE 'INVALIDA'     TO DETSITUACAO
           END-EVALUATE

           IF JB-PROGRAMA = 'CGPRG020'
              AND JB-SITUACAO = 'F'
              AND JB-DATA-FIM = AS-DATA
              MOVE 'S' TO WS-JAN-BACKUP-OK
           END-IF

           MOVE JB-PROGRAMA       TO DETPROG
           MOVE JB-FUNCAO         TO DETFUNCAO
           IF JB-DESTRUTIVO = 'S'
              MOVE 'SIM'          TO DETDESTRUTIVO
           ELSE
              MOVE 'NAO'          TO DETDESTRUTIVO
           END-IF
           MOVE JB-DATA-INICIO    TO DETDTINICIO
           MOVE JB-HORA-INICIO    TO DETHRINICIO
           MOVE JB-DATA-FIM       TO DETDTFIM
           MOVE JB-HORA-FIM       TO DETHRFIM
           MOVE JB-RC             TO DETRC
           MOVE JB-DATA-ULT-OK    TO DETULTOK
           MOVE JB-QTD-EXECUCOES  TO DETEXECUCOES

           DISPLAY WS-REG-DETALHE
           MOVE WS-REG-DETALHE    TO REG-REL-JANELA
           WRITE REG-REL-JANELA

           IF JB-DATA-LIBERACAO NOT = ZERO
              MOVE SPACES TO WS-REL-LINHA
              STRING '          ULTIMA LIBERACAO EM '
                     JB-DATA-LIBERACAO
                     ' POR '       JB-OPERADOR
                     ' - MOTIVO: ' JB-MOTIVO-LIB
                     DELIMITED BY SIZE INTO WS-REL-LINHA
              MOVE WS-REL-LINHA   TO REG-REL-JANELA
              WRITE REG-REL-JANELA
           END-IF

           PERFORM 055-LER-JANELA
           .
      *--------------------------------------------------------------*
      *    GRAVA NA TRILHA DE AUDITORIA A LIBERACAO, COM AS IMAGENS DO
      *    PASSO ANTES E DEPOIS (OS 48 PRIMEIROS BYTES: PROGRAMA,
      *    SITUACAO, FUNCAO, INICIO, RC, DATA E OPERADOR DA LIBERACAO)
      *--------------------------------------------------------------*
       085-GRAVAR-AUDITORIA.

           MOVE AS-DATA           TO AUD-DATA
           MOVE AS-HORA           TO AUD-HORA
           MOVE 'CGPRG036'        TO AUD-PROGRAMA
           MOVE 'JANBAT  '        TO AUD-ARQUIVO
           MOVE WS-FUNCAO         TO AUD-FUNCAO
           MOVE WS-IMAGEM-ANTES   TO AUD-IMAGEM-ANTES
           MOVE WS-IMAGEM-DEPOIS  TO AUD-IMAGEM-DEPOIS

           WRITE REG-AUDIT

           IF WS-STATUS-AUDIT = '00'
              ADD 1 TO WS-CTAUDITADOS
           ELSE
              DISPLAY "*** FALHA AO GRAVAR AUDITORIA - STATUS: "
                       WS-STATUS-AUDIT " - PASSO " WS-PROGRAMA
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           IF WS-JANBAT-ABERTO = 'S'
              CLOSE JANELA-BATCH
           END-IF
           IF WS-AUDIT-ABERTO = 'S'
              CLOSE ARQ-AUDIT
           END-IF
           CLOSE REL-JANELA

           DISPLAY " *========================================*"
           DISPLAY " *   TOTAIS DE CONTROLE - CGPRG036        *"
           DISPLAY " *----------------------------------------*"
           DISPLAY " * PASSOS LIBERADOS            = " WS-CTLIBERADOS
           DISPLAY " * VERIFICACOES DE JANELA      = "
                    WS-CTVERIFICADOS
           DISPLAY " * VERIFICACOES RECUSADAS      = " WS-CTRECUSADOS
           DISPLAY " * JANELAS RESERVADAS          = "
                    WS-CTRESERVADOS
           DISPLAY " * CARTOES REJEITADOS          = " WS-CTREJEITADOS
           DISPLAY " * ACOES AUDITADAS             = " WS-CTAUDITADOS
           DISPLAY " * PASSOS NA JANELA            = " WS-CTPASSOS
           DISPLAY " * PASSOS EM ANDAMENTO         = " WS-CTANDAMENTO
           DISPLAY " *========================================*"
           DISPLAY " *----------------------------------------*"
           DISPLAY " *      TERMINO NORMAL DO CGPRG036        *"
           DISPLAY " *----------------------------------------*"
           .
      *---------------> FIM DO PROGRAMA CGPRG036 <-------------------*
