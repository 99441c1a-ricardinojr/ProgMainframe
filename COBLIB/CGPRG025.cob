       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG025.
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
           SELECT CADASTRO-ORGAOS ASSIGN TO "CADORG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORG-CODIGO
               FILE STATUS IS WS-STATUS-CADORG.
           SELECT ARQ-AUDIT       ASSIGN TO "AUDITMNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDIT.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *    CADASTRO DE ORGAOS REMETENTES - O CODIGO E O MESMO TEXTO
      *    INFORMADO NA ORIGEM DO CARTAO HEADER DO DECK DO CGPRG007.
      *    SITUACAO E UFS AUTORIZADAS VEM NA FRENTE DO NOME PARA
      *    CABEREM INTEIRAS NA IMAGEM DE 48 BYTES DA AUDITORIA
       FD  CADASTRO-ORGAOS
           LABEL RECORDS ARE STANDARD.
       01  REG-CADASTRO-ORGAOS.
           05  ORG-CODIGO             PIC X(10).
           05  ORG-SITUACAO           PIC X(01).
           05  ORG-TAB-UF.
               10  ORG-UF             PIC X(02) OCCURS 10 TIMES.
           05  ORG-NOME               PIC X(30).
           05  ORG-CONTATO            PIC X(30).
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
           05  WS-STATUS-CADORG       PIC X(02).
           05  WS-CADORG-ABERTO       PIC X(01)        VALUE 'N'.
           05  WS-STATUS-AUDIT        PIC X(02).
           05  WS-AUDIT-ABERTO        PIC X(01)        VALUE 'N'.
           05  WS-UF-VALIDA           PIC X(01).
           05  WS-IX-UF               PIC 9(02).
           05  WS-CTINCLUIDOS         PIC 9(06)        VALUE ZERO.
           05  WS-CTALTERADOS         PIC 9(06)        VALUE ZERO.
           05  WS-CTAUTORIZADOS       PIC 9(06)        VALUE ZERO.
           05  WS-CTINATIVADOS        PIC 9(06)        VALUE ZERO.
           05  WS-CTREATIVADOS        PIC 9(06)        VALUE ZERO.
           05  WS-CTREJEITADOS        PIC 9(06)        VALUE ZERO.
           05  WS-CTAUDITADOS         PIC 9(06)        VALUE ZERO.
           05  AS-DATA                PIC 9(08).
           05  AS-HORA                PIC X(10).
      *-----> IMAGENS ANTES/DEPOIS DO REGISTRO MANTIDO, GRAVADAS NA
      *-----> TRILHA DE AUDITORIA (IMPRESSA PELO CGPRG019)
       01  WS-AREA-AUDIT.
           05  WS-IMAGEM-ANTES        PIC X(48).
           05  WS-IMAGEM-DEPOIS       PIC X(48).
      *-----> ENTRADA - CARTOES DE MANUTENCAO VIA SYSIN (NO JCL)
      *-----> FUNCAO: 'I' INCLUSAO / 'A' ALTERACAO DE NOME E CONTATO
      *-----> 'U' UFS AUTORIZADAS / 'E' INATIVACAO / 'R' REATIVACAO
       01  WS-REG-SYSIN.
           05 WS-FUNCAO           PIC X(01).
           05 WS-CODIGO           PIC X(10).
           05 WS-ARGUMENTOS       PIC X(60).
           05 WS-ARG-CADASTRO REDEFINES WS-ARGUMENTOS.
              10 WS-NOME          PIC X(30).
              10 WS-CONTATO       PIC X(30).
           05 WS-ARG-UFS REDEFINES WS-ARGUMENTOS.
              10 WS-TAB-UF.
                 15 WS-UF         PIC X(02) OCCURS 10 TIMES.
              10 FILLER           PIC X(40).
      *-----> UFS VALIDAS PARA AUTORIZACAO - 'BR' LIBERA TODAS AS
      *-----> UFS (ORGAO DE ABRANGENCIA NACIONAL)
       01  WS-TAB-UF-VALIDAS.
           05  FILLER             PIC X(28)        VALUE
               'ACALAMAPBACEDFESGOMAMGMSMTPA'.
           05  FILLER             PIC X(28)        VALUE
               'PBPEPIPRRJRNRORRRSSCSESPTOBR'.
       01  WS-TAB-UF-VAL REDEFINES WS-TAB-UF-VALIDAS.
           05  WS-UF-VAL              PIC X(02) OCCURS 28 TIMES
                   INDEXED BY IX-UF-VAL.
       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG025.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - ABERTURA DO CADASTRO DE ORGAOS
      *    (I-O; SE AINDA NAO EXISTE, CRIA O ARQUIVO VAZIO ANTES)
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT AS-DATA FROM DATE
           ACCEPT AS-HORA FROM TIME
           DISPLAY "LUANA - RICARDINO"
           DISPLAY "CGPRG025 - MANUTENCAO DO CADASTRO DE ORGAOS "
                   "REMETENTES"
           DISPLAY "-------------------------------------------"

      *    TRILHA DE AUDITORIA COMPARTILHADA COM O CGPRG010 - SEM A
      *    TRILHA A MANUTENCAO NAO RODA
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

           OPEN I-O CADASTRO-ORGAOS
           IF WS-STATUS-CADORG = '00'
              MOVE 'S' TO WS-CADORG-ABERTO
           ELSE
              OPEN OUTPUT CADASTRO-ORGAOS
              IF WS-STATUS-CADORG = '00'
                 CLOSE CADASTRO-ORGAOS
                 OPEN I-O CADASTRO-ORGAOS
                 MOVE 'S' TO WS-CADORG-ABERTO
              ELSE
                 DISPLAY "*** CADASTRO-ORGAOS NAO PODE SER ABERTO - "
                          "STATUS: " WS-STATUS-CADORG
                 MOVE 'S' TO WS-FIM
              END-IF
           END-IF

           IF WS-FIM NOT = 'S'
              PERFORM 025-LER-SYSIN
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA DOS CARTOES DE MANUTENCAO DA SYSIN
      *--------------------------------------------------------------*
       025-LER-SYSIN.

           ACCEPT WS-REG-SYSIN FROM SYSIN

           IF WS-REG-SYSIN = ALL '9'
              MOVE 'S' TO WS-FIM
           END-IF
           .
      *--------------------------------------------------------------*
      *    EXECUTA A FUNCAO PEDIDA NO CARTAO DE MANUTENCAO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           EVALUATE WS-FUNCAO
              WHEN 'I'
                 PERFORM 040-INCLUIR
              WHEN 'A'
                 PERFORM 050-ALTERAR
              WHEN 'U'
                 PERFORM 055-AUTORIZAR-UFS
              WHEN 'E'
                 PERFORM 060-INATIVAR
              WHEN 'R'
                 PERFORM 065-REATIVAR
              WHEN OTHER
                 ADD 1 TO WS-CTREJEITADOS
                 DISPLAY "*** CARTAO REJEITADO - ORGAO " WS-CODIGO
                          " - FUNCAO INVALIDA: " WS-FUNCAO
           END-EVALUATE

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    INCLUSAO DE ORGAO NO CADASTRO (SITUACAO INICIAL ATIVA E
      *    NENHUMA UF AUTORIZADA - AS UFS VEM EM CARTAO 'U')
      *--------------------------------------------------------------*
       040-INCLUIR.

           IF WS-CODIGO = SPACES
              ADD 1 TO WS-CTREJEITADOS
              DISPLAY "*** CARTAO REJEITADO - CODIGO DO ORGAO EM "
                       "BRANCO - INCLUSAO REJEITADA"
           ELSE
              MOVE WS-CODIGO        TO ORG-CODIGO
              MOVE 'A'              TO ORG-SITUACAO
              MOVE SPACES           TO ORG-TAB-UF
              MOVE WS-NOME          TO ORG-NOME
              MOVE WS-CONTATO       TO ORG-CONTATO

              WRITE REG-CADASTRO-ORGAOS
                 INVALID KEY
                    ADD 1 TO WS-CTREJEITADOS
                    DISPLAY "*** ORGAO " WS-CODIGO " JA CADASTRADO - "
                             "INCLUSAO REJEITADA"
                 NOT INVALID KEY
                    ADD 1 TO WS-CTINCLUIDOS
                    DISPLAY "ORGAO " WS-CODIGO " INCLUIDO: " WS-NOME
                    MOVE SPACES              TO WS-IMAGEM-ANTES
                    MOVE REG-CADASTRO-ORGAOS TO WS-IMAGEM-DEPOIS
                    PERFORM 085-GRAVAR-AUDITORIA
              END-WRITE
           END-IF
           .
      *--------------------------------------------------------------*
      *    ALTERACAO DE NOME OFICIAL / CONTATO DE ORGAO CADASTRADO
      *--------------------------------------------------------------*
       050-ALTERAR.

           MOVE WS-CODIGO        TO ORG-CODIGO

           READ CADASTRO-ORGAOS
              INVALID KEY
                 ADD 1 TO WS-CTREJEITADOS
                 DISPLAY "*** ORGAO " WS-CODIGO " NAO CADASTRADO - "
                          "ALTERACAO REJEITADA"
              NOT INVALID KEY
                 MOVE REG-CADASTRO-ORGAOS TO WS-IMAGEM-ANTES
                 MOVE WS-NOME    TO ORG-NOME
                 MOVE WS-CONTATO TO ORG-CONTATO
                 REWRITE REG-CADASTRO-ORGAOS
                 ADD 1 TO WS-CTALTERADOS
                 DISPLAY "ORGAO " WS-CODIGO " ALTERADO: " WS-NOME
                 MOVE REG-CADASTRO-ORGAOS TO WS-IMAGEM-DEPOIS
                 PERFORM 085-GRAVAR-AUDITORIA
           END-READ
           .
      *--------------------------------------------------------------*
      *    SUBSTITUI A LISTA DE UFS QUE O ORGAO PODE ENVIAR (ATE 10
      *    UFS NO CARTAO, OU 'BR' PARA TODAS). UMA UF INVALIDA
      *    REJEITA O CARTAO INTEIRO - A LISTA ANTERIOR E MANTIDA
      *--------------------------------------------------------------*
       055-AUTORIZAR-UFS.

           MOVE 'S' TO WS-UF-VALIDA
           PERFORM 057-VALIDAR-UF
              VARYING WS-IX-UF FROM 1 BY 1
              UNTIL WS-IX-UF > 10

           IF WS-TAB-UF = SPACES
              MOVE 'N' TO WS-UF-VALIDA
              DISPLAY "*** ORGAO " WS-CODIGO " - NENHUMA UF "
                       "INFORMADA NO CARTAO"
           END-IF

           IF WS-UF-VALIDA NOT = 'S'
              ADD 1 TO WS-CTREJEITADOS
              DISPLAY "*** ORGAO " WS-CODIGO " - AUTORIZACAO DE UFS "
                       "REJEITADA"
           ELSE
              MOVE WS-CODIGO        TO ORG-CODIGO
              READ CADASTRO-ORGAOS
                 INVALID KEY
                    ADD 1 TO WS-CTREJEITADOS
                    DISPLAY "*** ORGAO " WS-CODIGO " NAO CADASTRADO - "
                             "AUTORIZACAO DE UFS REJEITADA"
                 NOT INVALID KEY
                    MOVE REG-CADASTRO-ORGAOS TO WS-IMAGEM-ANTES
                    MOVE WS-TAB-UF  TO ORG-TAB-UF
                    REWRITE REG-CADASTRO-ORGAOS
                    ADD 1 TO WS-CTAUTORIZADOS
                    DISPLAY "ORGAO " WS-CODIGO " AUTORIZADO PARA: "
                             WS-TAB-UF
                    MOVE REG-CADASTRO-ORGAOS TO WS-IMAGEM-DEPOIS
                    PERFORM 085-GRAVAR-AUDITORIA
              END-READ
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICA UMA UF DO CARTAO 'U' CONTRA A TABELA DE UFS
      *    VALIDAS (POSICAO EM BRANCO E IGNORADA)
      *--------------------------------------------------------------*
       057-VALIDAR-UF.

           IF WS-UF(WS-IX-UF) NOT = SPACES
              SET IX-UF-VAL TO 1
              SEARCH WS-UF-VAL
                 AT END
                    MOVE 'N' TO WS-UF-VALIDA
                    DISPLAY "*** ORGAO " WS-CODIGO " - UF INVALIDA: "
                             WS-UF(WS-IX-UF)
                 WHEN WS-UF-VAL(IX-UF-VAL) = WS-UF(WS-IX-UF)
                    CONTINUE
              END-SEARCH
           END-IF
           .
      *--------------------------------------------------------------*
      *    INATIVACAO LOGICA DO ORGAO (SITUACAO 'I' - O CGPRG007
      *    PASSA A RECUSAR OS DECKS DELE; O REGISTRO PERMANECE)
      *--------------------------------------------------------------*
       060-INATIVAR.

           MOVE WS-CODIGO        TO ORG-CODIGO

           READ CADASTRO-ORGAOS
              INVALID KEY
                 ADD 1 TO WS-CTREJEITADOS
                 DISPLAY "*** ORGAO " WS-CODIGO " NAO CADASTRADO - "
                          "INATIVACAO REJEITADA"
              NOT INVALID KEY
                 MOVE REG-CADASTRO-ORGAOS TO WS-IMAGEM-ANTES
                 MOVE 'I'        TO ORG-SITUACAO
                 REWRITE REG-CADASTRO-ORGAOS
                 ADD 1 TO WS-CTINATIVADOS
                 DISPLAY "ORGAO " WS-CODIGO " INATIVADO: " ORG-NOME
                 MOVE REG-CADASTRO-ORGAOS TO WS-IMAGEM-DEPOIS
                 PERFORM 085-GRAVAR-AUDITORIA
           END-READ
           .
      *--------------------------------------------------------------*
      *    REATIVACAO DE ORGAO INATIVADO (SITUACAO VOLTA A 'A')
      *--------------------------------------------------------------*
       065-REATIVAR.

           MOVE WS-CODIGO        TO ORG-CODIGO

           READ CADASTRO-ORGAOS
              INVALID KEY
                 ADD 1 TO WS-CTREJEITADOS
                 DISPLAY "*** ORGAO " WS-CODIGO " NAO CADASTRADO - "
                          "REATIVACAO REJEITADA"
              NOT INVALID KEY
                 MOVE REG-CADASTRO-ORGAOS TO WS-IMAGEM-ANTES
                 MOVE 'A'        TO ORG-SITUACAO
                 REWRITE REG-CADASTRO-ORGAOS
                 ADD 1 TO WS-CTREATIVADOS
                 DISPLAY "ORGAO " WS-CODIGO " REATIVADO: " ORG-NOME
                 MOVE REG-CADASTRO-ORGAOS TO WS-IMAGEM-DEPOIS
                 PERFORM 085-GRAVAR-AUDITORIA
           END-READ
           .
      *--------------------------------------------------------------*
      *    GRAVA NA TRILHA DE AUDITORIA A ACAO EXECUTADA, COM AS
      *    IMAGENS DO REGISTRO ANTES E DEPOIS DA MANUTENCAO (OS 48
      *    PRIMEIROS BYTES: CODIGO, SITUACAO, UFS E INICIO DO NOME)
      *--------------------------------------------------------------*
       085-GRAVAR-AUDITORIA.

           MOVE AS-DATA           TO AUD-DATA
           MOVE AS-HORA           TO AUD-HORA
           MOVE 'CGPRG025'        TO AUD-PROGRAMA
           MOVE 'CADORG  '        TO AUD-ARQUIVO
           MOVE WS-FUNCAO         TO AUD-FUNCAO
           MOVE WS-IMAGEM-ANTES   TO AUD-IMAGEM-ANTES
           MOVE WS-IMAGEM-DEPOIS  TO AUD-IMAGEM-DEPOIS

           WRITE REG-AUDIT

           IF WS-STATUS-AUDIT = '00'
              ADD 1 TO WS-CTAUDITADOS
           ELSE
              DISPLAY "*** FALHA AO GRAVAR AUDITORIA - STATUS: "
                       WS-STATUS-AUDIT " - ORGAO " WS-CODIGO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           IF WS-CADORG-ABERTO = 'S'
              CLOSE CADASTRO-ORGAOS
           END-IF
           IF WS-AUDIT-ABERTO = 'S'
              CLOSE ARQ-AUDIT
           END-IF

           DISPLAY " *========================================*"
           DISPLAY " *   TOTAIS DE CONTROLE - CGPRG025        *"
           DISPLAY " *----------------------------------------*"
           DISPLAY " * ORGAOS INCLUIDOS            = " WS-CTINCLUIDOS
           DISPLAY " * ORGAOS ALTERADOS            = " WS-CTALTERADOS
           DISPLAY " * AUTORIZACOES DE UF          = "
                    WS-CTAUTORIZADOS
           DISPLAY " * ORGAOS INATIVADOS           = " WS-CTINATIVADOS
           DISPLAY " * ORGAOS REATIVADOS           = " WS-CTREATIVADOS
           DISPLAY " * CARTOES REJEITADOS          = " WS-CTREJEITADOS
           DISPLAY " * ACOES AUDITADAS             = " WS-CTAUDITADOS
           DISPLAY " *========================================*"
           DISPLAY " *----------------------------------------*"
           DISPLAY " *      TERMINO NORMAL DO CGPRG025        *"
           DISPLAY " *----------------------------------------*"
           .
      *---------------> FIM DO PROGRAMA CGPRG025 <-------------------*
