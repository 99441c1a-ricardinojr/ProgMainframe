       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG028.
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
           SELECT CARGAS-RETIDAS  ASSIGN TO "RETCID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RT-CHAVE
               FILE STATUS IS WS-STATUS-RETCID.
           SELECT ARQ-AUDIT       ASSIGN TO "AUDITMNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDIT.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *    CARGA RETIDA NA TRIAGEM DO CGPRG027 (MESMO LAYOUT)
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
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-FIM                 PIC X(01).
           05  WS-STATUS-RETCID       PIC X(02).
           05  WS-RETCID-ABERTO       PIC X(01)        VALUE 'N'.
           05  WS-STATUS-AUDIT        PIC X(02).
           05  WS-AUDIT-ABERTO        PIC X(01)        VALUE 'N'.
           05  WS-CTLIBERADAS         PIC 9(06)        VALUE ZERO.
           05  WS-CTREJEITADOS        PIC 9(06)        VALUE ZERO.
           05  WS-CTAUDITADOS         PIC 9(06)        VALUE ZERO.
           05  AS-DATA                PIC 9(08).
           05  AS-HORA                PIC X(10).
      *-----> IMAGENS ANTES/DEPOIS DO REGISTRO MANTIDO, GRAVADAS NA
      *-----> TRILHA DE AUDITORIA (IMPRESSA PELO CGPRG019)
       01  WS-AREA-AUDIT.
           05  WS-IMAGEM-ANTES        PIC X(48).
           05  WS-IMAGEM-DEPOIS       PIC X(48).
      *-----> ENTRADA - CARTOES DE LIBERACAO VIA SYSIN (NO JCL)
      *-----> FUNCAO 'L' + CIDADE (5) + DATA DA CARGA (8)
       01  WS-REG-SYSIN.
           05 WS-FUNCAO           PIC X(01).
           05 WS-CIDADE           PIC 9(05).
           05 WS-DATA             PIC 9(08).
       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG028.

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
           ACCEPT AS-HORA FROM TIME
           DISPLAY "LUANA - RICARDINO"
           DISPLAY "CGPRG028 - LIBERACAO DE CARGAS RETIDAS NA TRIAGEM"
           DISPLAY "-------------------------------------------"

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

           OPEN I-O CARGAS-RETIDAS
           IF WS-STATUS-RETCID = '00'
              MOVE 'S' TO WS-RETCID-ABERTO
           ELSE
              DISPLAY "*** CARGAS-RETIDAS NAO PODE SER ABERTO - "
                       "STATUS: " WS-STATUS-RETCID
              MOVE 'S' TO WS-FIM
              MOVE 16  TO RETURN-CODE
           END-IF

           IF WS-FIM NOT = 'S'
              PERFORM 025-LER-SYSIN
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA DOS CARTOES DE LIBERACAO DA SYSIN
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
              WHEN OTHER
                 ADD 1 TO WS-CTREJEITADOS
                 DISPLAY "*** CARTAO REJEITADO - CIDADE " WS-CIDADE
                          " - FUNCAO INVALIDA: " WS-FUNCAO
           END-EVALUATE

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    LIBERA A CARGA RETIDA: A CIDADE/DATA VOLTA AOS RELATORIOS
      *    POR UF (CGPRG013) E A EXTRACAO DO PORTAL (CGPRG012)
      *--------------------------------------------------------------*
       040-LIBERAR.

           MOVE WS-CIDADE TO RT-CIDADE
           MOVE WS-DATA   TO RT-DATA

           READ CARGAS-RETIDAS
              INVALID KEY
                 ADD 1 TO WS-CTREJEITADOS
                 DISPLAY "*** CARGA " WS-CIDADE "/" WS-DATA
                          " NAO ESTA RETIDA - LIBERACAO REJEITADA"
              NOT INVALID KEY
                 IF RT-SITUACAO = 'L'
                    ADD 1 TO WS-CTREJEITADOS
                    DISPLAY "*** CARGA " WS-CIDADE "/" WS-DATA
                             " JA LIBERADA EM " RT-DATA-LIBERACAO
                             " - LIBERACAO REJEITADA"
                 ELSE
                    MOVE REG-CARGAS-RETIDAS TO WS-IMAGEM-ANTES
                    MOVE 'L'                TO RT-SITUACAO
                    MOVE AS-DATA            TO RT-DATA-LIBERACAO
                    REWRITE REG-CARGAS-RETIDAS
                    ADD 1 TO WS-CTLIBERADAS
                    DISPLAY "CARGA " WS-CIDADE "/" WS-DATA
                             " LIBERADA"
                    MOVE REG-CARGAS-RETIDAS TO WS-IMAGEM-DEPOIS
                    PERFORM 085-GRAVAR-AUDITORIA
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    GRAVA NA TRILHA DE AUDITORIA A ACAO EXECUTADA, COM AS
      *    IMAGENS DO REGISTRO ANTES E DEPOIS (OS 48 PRIMEIROS BYTES:
      *    CHAVE, SITUACAO, UF, INDICADORES, QTDES E DESVIOS)
      *--------------------------------------------------------------*
       085-GRAVAR-AUDITORIA.

           MOVE AS-DATA           TO AUD-DATA
           MOVE AS-HORA           TO AUD-HORA
           MOVE 'CGPRG028'        TO AUD-PROGRAMA
           MOVE 'RETCID  '        TO AUD-ARQUIVO
           MOVE WS-FUNCAO         TO AUD-FUNCAO
           MOVE WS-IMAGEM-ANTES   TO AUD-IMAGEM-ANTES
           MOVE WS-IMAGEM-DEPOIS  TO AUD-IMAGEM-DEPOIS

           WRITE REG-AUDIT

           IF WS-STATUS-AUDIT = '00'
              ADD 1 TO WS-CTAUDITADOS
           ELSE
              DISPLAY "*** FALHA AO GRAVAR AUDITORIA - STATUS: "
                       WS-STATUS-AUDIT " - CARGA " WS-CIDADE "/"
                       WS-DATA
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           IF WS-RETCID-ABERTO = 'S'
              CLOSE CARGAS-RETIDAS
           END-IF
           IF WS-AUDIT-ABERTO = 'S'
              CLOSE ARQ-AUDIT
           END-IF

           DISPLAY " *========================================*"
           DISPLAY " *   TOTAIS DE CONTROLE - CGPRG028        *"
           DISPLAY " *----------------------------------------*"
           DISPLAY " * CARGAS LIBERADAS            = " WS-CTLIBERADAS
           DISPLAY " * CARTOES REJEITADOS          = " WS-CTREJEITADOS
           DISPLAY " * ACOES AUDITADAS             = " WS-CTAUDITADOS
           DISPLAY " *========================================*"
           DISPLAY " *----------------------------------------*"
           DISPLAY " *      TERMINO NORMAL DO CGPRG028        *"
           DISPLAY " *----------------------------------------*"
           .
      *---------------> FIM DO PROGRAMA CGPRG028 <-------------------*
