       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG031.
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS MET-CHAVE
               FILE STATUS IS WS-STATUS-METUF.
           SELECT ARQ-AUDIT       ASSIGN TO "AUDITMNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDIT.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *    METAS DE REDUCAO DE OBITOS (PNATRANS) POR UF E ANO. ANOS
      *    NA CONVENCAO 00AA DO CM-DATA/CS-ANO-MES. A TAXA META E DE
      *    OBITOS POR 100 MIL HABITANTES (ZERO = SEM META DE TAXA)
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
           05  WS-STATUS-METUF        PIC X(02).
           05  WS-METUF-ABERTO        PIC X(01)        VALUE 'N'.
           05  WS-STATUS-AUDIT        PIC X(02).
           05  WS-AUDIT-ABERTO        PIC X(01)        VALUE 'N'.
           05  WS-CARTAO-VALIDO       PIC X(01).
           05  WS-CTINCLUIDOS         PIC 9(06)        VALUE ZERO.
           05  WS-CTALTERADOS         PIC 9(06)        VALUE ZERO.
           05  WS-CTEXCLUIDOS         PIC 9(06)        VALUE ZERO.
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
      *-----> FUNCAO: 'I' INCLUSAO / 'A' ALTERACAO / 'E' EXCLUSAO
       01  WS-REG-SYSIN.
           05 WS-FUNCAO           PIC X(01).
           05 WS-UF               PIC X(02).
           05 WS-ANO              PIC 9(04).
           05 WS-ANO-BASE         PIC 9(04).
           05 WS-OBITOS-META      PIC 9(07).
           05 WS-TAXA-META        PIC 9(03)V99.
      *-----> UFS VALIDAS PARA A META (AS 27 UNIDADES DA FEDERACAO)
       01  WS-TAB-UF-VALIDAS.
           05  FILLER             PIC X(28)        VALUE
               'ACALAMAPBACEDFESGOMAMGMSMTPA'.
           05  FILLER             PIC X(26)        VALUE
               'PBPEPIPRRJRNRORRRSSCSESPTO'.
       01  WS-TAB-UF-VAL REDEFINES WS-TAB-UF-VALIDAS.
           05  WS-UF-VAL              PIC X(02) OCCURS 27 TIMES
                   INDEXED BY IX-UF-VAL.
       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG031.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - ABERTURA DO ARQUIVO DE METAS
      *    (I-O; SE AINDA NAO EXISTE, CRIA O ARQUIVO VAZIO ANTES)
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT AS-DATA FROM DATE
           ACCEPT AS-HORA FROM TIME
           DISPLAY "LUANA - RICARDINO"
           DISPLAY "CGPRG031 - MANUTENCAO DAS METAS DE REDUCAO DE "
                   "OBITOS POR UF"
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

           OPEN I-O METAS-UF
           IF WS-STATUS-METUF NOT = '00'
              OPEN OUTPUT METAS-UF
              IF WS-STATUS-METUF = '00'
                 CLOSE METAS-UF
                 OPEN I-O METAS-UF
              END-IF
           END-IF
           IF WS-STATUS-METUF = '00'
              MOVE 'S' TO WS-METUF-ABERTO
           ELSE
              DISPLAY "*** METAS-UF NAO PODE SER ABERTO - "
                       "STATUS: " WS-STATUS-METUF
              MOVE 'S' TO WS-FIM
              MOVE 16  TO RETURN-CODE
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
                 PERFORM 035-VALIDAR-CARTAO
                 IF WS-CARTAO-VALIDO = 'S'
                    PERFORM 040-INCLUIR
                 END-IF
              WHEN 'A'
                 PERFORM 035-VALIDAR-CARTAO
                 IF WS-CARTAO-VALIDO = 'S'
                    PERFORM 050-ALTERAR
                 END-IF
              WHEN 'E'
                 PERFORM 060-EXCLUIR
              WHEN OTHER
                 ADD 1 TO WS-CTREJEITADOS
                 DISPLAY "*** CARTAO REJEITADO - META " WS-UF "/"
                          WS-ANO " - FUNCAO INVALIDA: " WS-FUNCAO
           END-EVALUATE

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    CRITICA DO CARTAO DE INCLUSAO/ALTERACAO: UF VALIDA, ANOS E
      *    VALORES NUMERICOS, ANO BASE ANTERIOR AO ANO DA META E META
      *    DE OBITOS MAIOR QUE ZERO
      *--------------------------------------------------------------*
       035-VALIDAR-CARTAO.

           MOVE 'S' TO WS-CARTAO-VALIDO

           SET IX-UF-VAL TO 1
           SEARCH WS-UF-VAL
              AT END
                 MOVE 'N' TO WS-CARTAO-VALIDO
                 DISPLAY "*** META " WS-UF "/" WS-ANO
                          " - UF INVALIDA"
              WHEN WS-UF-VAL(IX-UF-VAL) = WS-UF
                 CONTINUE
           END-SEARCH

           IF WS-CARTAO-VALIDO = 'S'
              IF WS-ANO NOT NUMERIC OR WS-ANO-BASE NOT NUMERIC
                 OR WS-OBITOS-META NOT NUMERIC
                 OR WS-TAXA-META NOT NUMERIC
                 MOVE 'N' TO WS-CARTAO-VALIDO
                 DISPLAY "*** META " WS-UF "/" WS-ANO
                          " - ANO, ANO BASE, META OU TAXA NAO NUMERICO"
              ELSE
                 IF WS-ANO-BASE NOT < WS-ANO
                    MOVE 'N' TO WS-CARTAO-VALIDO
                    DISPLAY "*** META " WS-UF "/" WS-ANO
                             " - ANO BASE " WS-ANO-BASE
                             " NAO E ANTERIOR AO ANO DA META"
                 END-IF
                 IF WS-OBITOS-META = ZERO
                    MOVE 'N' TO WS-CARTAO-VALIDO
                    DISPLAY "*** META " WS-UF "/" WS-ANO
                             " - META DE OBITOS ZERADA"
                 END-IF
              END-IF
           END-IF

           IF WS-CARTAO-VALIDO NOT = 'S'
              ADD 1 TO WS-CTREJEITADOS
              DISPLAY "*** CARTAO REJEITADO - FUNCAO " WS-FUNCAO
                       " - META " WS-UF "/" WS-ANO
           END-IF
           .
      *--------------------------------------------------------------*
      *    INCLUSAO DA META DA UF NO ANO
      *--------------------------------------------------------------*
       040-INCLUIR.

           MOVE WS-UF            TO MET-UF
           MOVE WS-ANO           TO MET-ANO
           MOVE WS-ANO-BASE      TO MET-ANO-BASE
           MOVE WS-OBITOS-META   TO MET-OBITOS-META
           MOVE WS-TAXA-META     TO MET-TAXA-META
           MOVE AS-DATA          TO MET-DATA-ATUALIZ

           WRITE REG-METAS-UF
              INVALID KEY
                 ADD 1 TO WS-CTREJEITADOS
                 DISPLAY "*** META " WS-UF "/" WS-ANO " JA CADASTRADA"
                          " - INCLUSAO REJEITADA"
              NOT INVALID KEY
                 ADD 1 TO WS-CTINCLUIDOS
                 DISPLAY "META " WS-UF "/" WS-ANO " INCLUIDA: BASE "
                          WS-ANO-BASE " OBITOS " WS-OBITOS-META
                 MOVE SPACES              TO WS-IMAGEM-ANTES
                 MOVE REG-METAS-UF        TO WS-IMAGEM-DEPOIS
                 PERFORM 085-GRAVAR-AUDITORIA
           END-WRITE
           .
      *--------------------------------------------------------------*
      *    ALTERACAO DE ANO BASE, META DE OBITOS E TAXA META
      *--------------------------------------------------------------*
       050-ALTERAR.

           MOVE WS-UF            TO MET-UF
           MOVE WS-ANO           TO MET-ANO

           READ METAS-UF
              INVALID KEY
                 ADD 1 TO WS-CTREJEITADOS
                 DISPLAY "*** META " WS-UF "/" WS-ANO " NAO CADASTRADA"
                          " - ALTERACAO REJEITADA"
              NOT INVALID KEY
                 MOVE REG-METAS-UF     TO WS-IMAGEM-ANTES
                 MOVE WS-ANO-BASE      TO MET-ANO-BASE
                 MOVE WS-OBITOS-META   TO MET-OBITOS-META
                 MOVE WS-TAXA-META     TO MET-TAXA-META
                 MOVE AS-DATA          TO MET-DATA-ATUALIZ
                 REWRITE REG-METAS-UF
                 ADD 1 TO WS-CTALTERADOS
                 DISPLAY "META " WS-UF "/" WS-ANO " ALTERADA: BASE "
                          WS-ANO-BASE " OBITOS " WS-OBITOS-META
                 MOVE REG-METAS-UF     TO WS-IMAGEM-DEPOIS
                 PERFORM 085-GRAVAR-AUDITORIA
           END-READ
           .
      *--------------------------------------------------------------*
      *    EXCLUSAO DA META DA UF NO ANO (META LANCADA POR ENGANO) -
      *    A IMAGEM ANTES FICA NA TRILHA DE AUDITORIA
      *--------------------------------------------------------------*
       060-EXCLUIR.

           MOVE WS-UF            TO MET-UF
           MOVE WS-ANO           TO MET-ANO

           READ METAS-UF
              INVALID KEY
                 ADD 1 TO WS-CTREJEITADOS
                 DISPLAY "*** META " WS-UF "/" WS-ANO " NAO CADASTRADA"
                          " - EXCLUSAO REJEITADA"
              NOT INVALID KEY
                 MOVE REG-METAS-UF     TO WS-IMAGEM-ANTES
                 DELETE METAS-UF RECORD
                 ADD 1 TO WS-CTEXCLUIDOS
                 DISPLAY "META " WS-UF "/" WS-ANO " EXCLUIDA"
                 MOVE SPACES           TO WS-IMAGEM-DEPOIS
                 PERFORM 085-GRAVAR-AUDITORIA
           END-READ
           .
      *--------------------------------------------------------------*
      *    GRAVA NA TRILHA DE AUDITORIA A ACAO EXECUTADA, COM AS
      *    IMAGENS DO REGISTRO ANTES E DEPOIS DA MANUTENCAO (O
      *    REGISTRO DA META CABE INTEIRO NOS 48 BYTES DA IMAGEM)
      *--------------------------------------------------------------*
       085-GRAVAR-AUDITORIA.

           MOVE AS-DATA           TO AUD-DATA
           MOVE AS-HORA           TO AUD-HORA
           MOVE 'CGPRG031'        TO AUD-PROGRAMA
           MOVE 'METUF   '        TO AUD-ARQUIVO
           MOVE WS-FUNCAO         TO AUD-FUNCAO
           MOVE WS-IMAGEM-ANTES   TO AUD-IMAGEM-ANTES
           MOVE WS-IMAGEM-DEPOIS  TO AUD-IMAGEM-DEPOIS

           WRITE REG-AUDIT

           IF WS-STATUS-AUDIT = '00'
              ADD 1 TO WS-CTAUDITADOS
           ELSE
              DISPLAY "*** FALHA AO GRAVAR AUDITORIA - STATUS: "
                       WS-STATUS-AUDIT " - META " WS-UF "/" WS-ANO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           IF WS-METUF-ABERTO = 'S'
              CLOSE METAS-UF
           END-IF
           IF WS-AUDIT-ABERTO = 'S'
              CLOSE ARQ-AUDIT
           END-IF

           DISPLAY " *========================================*"
           DISPLAY " *   TOTAIS DE CONTROLE - CGPRG031        *"
           DISPLAY " *----------------------------------------*"
           DISPLAY " * METAS INCLUIDAS             = " WS-CTINCLUIDOS
           DISPLAY " * METAS ALTERADAS             = " WS-CTALTERADOS
           DISPLAY " * METAS EXCLUIDAS             = " WS-CTEXCLUIDOS
           DISPLAY " * CARTOES REJEITADOS          = " WS-CTREJEITADOS
           DISPLAY " * ACOES AUDITADAS             = " WS-CTAUDITADOS
           DISPLAY " *========================================*"
           DISPLAY " *----------------------------------------*"
           DISPLAY " *      TERMINO NORMAL DO CGPRG031        *"
           DISPLAY " *----------------------------------------*"
           .
      *---------------> FIM DO PROGRAMA CGPRG031 <-------------------*
