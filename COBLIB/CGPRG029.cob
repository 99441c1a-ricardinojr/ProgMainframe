       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG029.
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
      *    CAMINHO ALTERNATIVO POR DATA (AIX CIDMAST.AIXDATA, DD
      *    CIDMAST1): VERIFICA SE O DETALHE DO MES AINDA EXISTE OU SE
      *    JA FOI EXPURGADO PELO CGPRG014 (OPCAO 'S')
           SELECT CIDADES-MASTER  ASSIGN TO "CIDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CHAVE
               ALTERNATE RECORD KEY IS CM-DATA WITH DUPLICATES
               FILE STATUS IS WS-STATUS-MASTER.
           SELECT CIDADES-MES     ASSIGN TO "CIDMES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WS-STATUS-MES.
           SELECT ARQ-AUDIT       ASSIGN TO "AUDITMNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDIT.
           SELECT REL-RETIFICA    ASSIGN TO "RELRET"
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
       FILE SECTION.
      *------------*
       FD  CIDADES-MASTER
           LABEL RECORDS ARE STANDARD.
       01  REG-CIDADES-MASTER.
           05  CM-CHAVE.
               10  CM-CIDADE          PIC 9(05).
               10  CM-DATA            PIC 9(08).
           05  CM-ESTADO              PIC X(02).
           05  CM-QTD-VEICULOS        PIC 9(07).
           05  CM-BAFOMETRO           PIC X(01).
           05  CM-QTD-ACIDENTES       PIC 9(04).
           05  CM-QTD-OBITOS          PIC 9(04).
           05  CM-QTD-ACID-LEVES      PIC 9(04).
           05  CM-QTD-ACID-GRAVES     PIC 9(04).
           05  CM-QTD-ACID-FATAIS     PIC 9(04).
           05  CM-QTD-FERIDOS         PIC 9(05).
      *
      *    RESUMO MENSAL DO CGPRG014 - CS-DADOS AGRUPA TUDO O QUE A
      *    RETIFICACAO PODE MUDAR, PARA COMPARAR COM O RECALCULO
       FD  CIDADES-MES
           LABEL RECORDS ARE STANDARD.
       01  REG-CIDADES-MES.
           05  CS-CHAVE.
               10  CS-CIDADE          PIC 9(05).
               10  CS-ANO-MES         PIC 9(06).
           05  CS-DADOS.
               10  CS-ESTADO          PIC X(02).
               10  CS-QTD-VEICULOS    PIC 9(07).
               10  CS-BAFOMETRO       PIC X(01).
               10  CS-QTD-ACIDENTES   PIC 9(06).
               10  CS-QTD-OBITOS      PIC 9(06).
               10  CS-QTD-ACID-LEVES  PIC 9(06).
               10  CS-QTD-ACID-GRAVES PIC 9(06).
               10  CS-QTD-ACID-FATAIS PIC 9(06).
               10  CS-QTD-FERIDOS     PIC 9(06).
               10  CS-QTD-CARGAS      PIC 9(03).
               10  CS-DATA-ULTIMA     PIC 9(08).
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
       FD  REL-RETIFICA
           LABEL RECORDS ARE STANDARD.
       01  REG-REL-RETIFICA           PIC X(132).
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
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-FIM                 PIC X(01).
           05  WS-FIM-MASTER          PIC X(01).
           05  WS-FIM-MES             PIC X(01).
           05  WS-STATUS-MASTER       PIC X(02).
           05  WS-STATUS-MES          PIC X(02).
           05  WS-STATUS-AUDIT        PIC X(02).
           05  WS-STATUS-REL          PIC X(02).
           05  WS-MASTER-ABERTO       PIC X(01)        VALUE 'N'.
           05  WS-MES-ABERTO          PIC X(01)        VALUE 'N'.
           05  WS-AUDIT-ABERTO        PIC X(01)        VALUE 'N'.
           05  WS-MES-COM-DETALHE     PIC X(01).
           05  WS-REGISTRADO          PIC X(01).
           05  WS-NEGATIVO            PIC X(01).
           05  WS-TIPO-REG            PIC X(01).
           05  WS-CIDADE-REG          PIC 9(05).
           05  WS-ANO-MES-REG         PIC 9(06).
           05  WS-ANO-MES-LIDO        PIC 9(06).
           05  WS-ANO-MES-ANT         PIC 9(06)        VALUE ZERO.
           05  WS-DATA-INICIO-MES     PIC 9(08).
           05  WS-SOMA-SEVERIDADE     PIC S9(07).
           05  WS-CTCARTOES           PIC 9(06)        VALUE ZERO.
           05  WS-CTREJEITADOS        PIC 9(06)        VALUE ZERO.
           05  WS-CTRETIFICADOS       PIC 9(06)        VALUE ZERO.
           05  WS-CTRECALCULADOS      PIC 9(06)        VALUE ZERO.
           05  WS-CTAJUSTADOS         PIC 9(06)        VALUE ZERO.
           05  WS-CTELIMINADOS        PIC 9(06)        VALUE ZERO.
           05  WS-CTSEM-ALTERACAO     PIC 9(06)        VALUE ZERO.
           05  WS-CTNAO-CONSOLIDADOS  PIC 9(06)        VALUE ZERO.
           05  WS-CTAUDITADOS         PIC 9(06)        VALUE ZERO.
           05  WS-CTALT-MES           PIC 9(06)        VALUE ZERO.
           05  WS-CTMESES             PIC 9(06)        VALUE ZERO.
           05  WS-CTRECUSADOS         PIC 9(06)        VALUE ZERO.
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
      *-----> VALORES AJUSTADOS (RESUMO + DIFERENCA DO CARTAO 'A') -
      *-----> COM SINAL PARA RECUSAR AJUSTE QUE DEIXE CAMPO NEGATIVO
       01  WS-AREA-AJUSTE.
           05  WS-AJ-ACIDENTES        PIC S9(07).
           05  WS-AJ-OBITOS           PIC S9(07).
           05  WS-AJ-LEVES            PIC S9(07).
           05  WS-AJ-GRAVES           PIC S9(07).
           05  WS-AJ-FATAIS           PIC S9(07).
           05  WS-AJ-FERIDOS          PIC S9(07).
      *-----> RESUMO ANTES DA RETIFICACAO E RESUMO RECALCULADO (MESMO
      *-----> LAYOUT DO CS-DADOS)
       01  WS-RESUMO-ANTES.
           05  ANT-ESTADO             PIC X(02).
           05  ANT-QTD-VEICULOS       PIC 9(07).
           05  ANT-BAFOMETRO          PIC X(01).
           05  ANT-QTD-ACIDENTES      PIC 9(06).
           05  ANT-QTD-OBITOS         PIC 9(06).
           05  ANT-QTD-ACID-LEVES     PIC 9(06).
           05  ANT-QTD-ACID-GRAVES    PIC 9(06).
           05  ANT-QTD-ACID-FATAIS    PIC 9(06).
           05  ANT-QTD-FERIDOS        PIC 9(06).
           05  ANT-QTD-CARGAS         PIC 9(03).
           05  ANT-DATA-ULTIMA        PIC 9(08).
       01  WS-RESUMO-NOVO.
           05  NOV-ESTADO             PIC X(02).
           05  NOV-QTD-VEICULOS       PIC 9(07).
           05  NOV-BAFOMETRO          PIC X(01).
           05  NOV-QTD-ACIDENTES      PIC 9(06).
           05  NOV-QTD-OBITOS         PIC 9(06).
           05  NOV-QTD-ACID-LEVES     PIC 9(06).
           05  NOV-QTD-ACID-GRAVES    PIC 9(06).
           05  NOV-QTD-ACID-FATAIS    PIC 9(06).
           05  NOV-QTD-FERIDOS        PIC 9(06).
           05  NOV-QTD-CARGAS         PIC 9(03).
           05  NOV-DATA-ULTIMA        PIC 9(08).
      *-----> IMAGENS ANTES/DEPOIS DO REGISTRO MANTIDO, GRAVADAS NA
      *-----> TRILHA DE AUDITORIA (IMPRESSA PELO CGPRG019)
       01  WS-AREA-AUDIT.
           05  WS-AUD-ARQUIVO         PIC X(08).
           05  WS-AUD-FUNCAO          PIC X(01).
           05  WS-IMAGEM-ANTES        PIC X(48).
           05  WS-IMAGEM-DEPOIS       PIC X(48).
      *-----> IMAGEM DO RESUMO NA TRILHA: O REGISTRO DO CIDMES (68)
      *-----> NAO CABE NOS 48 BYTES, ENTAO VAI A CHAVE E OS CONTADORES
       01  WS-IMG-RESUMO.
           05  IMG-CIDADE             PIC 9(05).
           05  IMG-ANO-MES            PIC 9(06).
           05  IMG-ACIDENTES          PIC 9(06).
           05  IMG-OBITOS             PIC 9(06).
           05  IMG-LEVES              PIC 9(06).
           05  IMG-GRAVES             PIC 9(06).
           05  IMG-FATAIS             PIC 9(06).
           05  IMG-FERIDOS            PIC 9(06).
           05  FILLER                 PIC X(01)        VALUE SPACE.
      *-----> RESUMOS (CIDADE, ANO-MES) AFETADOS PELOS CARTOES - SO
      *-----> SAO ATUALIZADOS NO FIM, UMA VEZ CADA, EM ORDEM DE MES:
      *-----> 'C' RECALCULAR PELO DETALHE / 'A' SOMAR AS DIFERENCAS
       01  WS-TAB-RESUMOS.
           05  WS-QTD-RET             PIC 9(04)        VALUE ZERO.
           05  WS-TAB-RET OCCURS 1 TO 6000 TIMES
                   DEPENDING ON WS-QTD-RET
                   INDEXED BY IX-RET.
               10  TAB-RET-ANO-MES    PIC 9(06).
               10  TAB-RET-CIDADE     PIC 9(05).
               10  TAB-RET-TIPO       PIC X(01).
               10  TAB-RET-ACIDENTES  PIC S9(07).
               10  TAB-RET-OBITOS     PIC S9(07).
               10  TAB-RET-LEVES      PIC S9(07).
               10  TAB-RET-GRAVES     PIC S9(07).
               10  TAB-RET-FATAIS     PIC S9(07).
               10  TAB-RET-FERIDOS    PIC S9(07).
      *-----> ENTRADA - DECK DE RETIFICACAO DO ORGAO VIA SYSIN:
      *-----> 'R' RETIFICA UMA CARGA DIARIA AINDA NO CIDMAST /
      *-----> 'A' AJUSTA O RESUMO DE MES JA EXPURGADO (DIFERENCAS
      *-----> COM SINAL) / 'C' RECALCULA RESUMO(S) DE UM MES PELO
      *-----> DETALHE (CIDADE ZERO = TODAS AS CIDADES DO MES)
       01  WS-REG-SYSIN.
           05 WS-FUNCAO           PIC X(01).
           05 WS-ARGUMENTOS       PIC X(48).
           05 WS-ARG-RETIFICA REDEFINES WS-ARGUMENTOS.
              10 WS-RET-CIDADE    PIC 9(05).
              10 WS-RET-DATA      PIC 9(08).
              10 WS-RET-DATA-R REDEFINES WS-RET-DATA.
                 15 WS-RET-ANO-MES PIC 9(06).
                 15 WS-RET-DIA     PIC 9(02).
              10 WS-RET-VALORES.
                 15 WS-RET-ESTADO    PIC X(02).
                 15 WS-RET-VEICULOS  PIC 9(07).
                 15 WS-RET-BAFOMETRO PIC X(01).
                 15 WS-RET-ACIDENTES PIC 9(04).
                 15 WS-RET-OBITOS    PIC 9(04).
                 15 WS-RET-LEVES     PIC 9(04).
                 15 WS-RET-GRAVES    PIC 9(04).
                 15 WS-RET-FATAIS    PIC 9(04).
                 15 WS-RET-FERIDOS   PIC 9(05).
           05 WS-ARG-AJUSTE REDEFINES WS-ARGUMENTOS.
              10 WS-AJU-CIDADE    PIC 9(05).
              10 WS-AJU-ANO-MES   PIC 9(06).
              10 WS-AJU-ACIDENTES PIC S9(05)
                                  SIGN IS LEADING SEPARATE CHARACTER.
              10 WS-AJU-OBITOS    PIC S9(05)
                                  SIGN IS LEADING SEPARATE CHARACTER.
              10 WS-AJU-LEVES     PIC S9(05)
                                  SIGN IS LEADING SEPARATE CHARACTER.
              10 WS-AJU-GRAVES    PIC S9(05)
                                  SIGN IS LEADING SEPARATE CHARACTER.
              10 WS-AJU-FATAIS    PIC S9(05)
                                  SIGN IS LEADING SEPARATE CHARACTER.
              10 WS-AJU-FERIDOS   PIC S9(05)
                                  SIGN IS LEADING SEPARATE CHARACTER.
              10 FILLER           PIC X(01).
           05 WS-ARG-RECALCULO REDEFINES WS-ARGUMENTOS.
              10 WS-REC-CIDADE    PIC 9(05).
              10 WS-REC-ANO-MES   PIC 9(06).
              10 FILLER           PIC X(37).
      *-----> SAIDA - LINHA DO CARTAO PROCESSADO
       01  WS-REG-CARTAO.
           05 CARNUM              PIC ZZZ.ZZ9.
           05 FILLER              PIC X(04)        VALUE SPACES.
           05 CARFUNCAO           PIC X(01).
           05 FILLER              PIC X(04)        VALUE SPACES.
           05 CARCID              PIC 99999.
           05 FILLER              PIC X(03)        VALUE SPACES.
           05 CARREF              PIC X(08).
           05 FILLER              PIC X(03)        VALUE SPACES.
           05 CARRESULTADO        PIC X(60).
      *-----> SAIDA - LINHA DO RESUMO PUBLICADO ALTERADO (ANTES >
      *-----> DEPOIS DE CADA CONTADOR)
       01  WS-REG-ALTERACAO.
           05 ALTCID              PIC 99999.
           05 FILLER              PIC X(01)        VALUE '-'.
           05 ALTUF               PIC XX.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 ALTMES              PIC 9(06).
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 ALTACD-ANT          PIC ZZZ.ZZ9.
           05 FILLER              PIC X(01)        VALUE '>'.
           05 ALTACD-NOV          PIC ZZZ.ZZ9.
           05 FILLER              PIC X(01)        VALUE SPACES.
           05 ALTOBT-ANT          PIC ZZZ.ZZ9.
           05 FILLER              PIC X(01)        VALUE '>'.
           05 ALTOBT-NOV          PIC ZZZ.ZZ9.
           05 FILLER              PIC X(01)        VALUE SPACES.
           05 ALTLEV-ANT          PIC ZZZ.ZZ9.
           05 FILLER              PIC X(01)        VALUE '>'.
           05 ALTLEV-NOV          PIC ZZZ.ZZ9.
           05 FILLER              PIC X(01)        VALUE SPACES.
           05 ALTGRA-ANT          PIC ZZZ.ZZ9.
           05 FILLER              PIC X(01)        VALUE '>'.
           05 ALTGRA-NOV          PIC ZZZ.ZZ9.
           05 FILLER              PIC X(01)        VALUE SPACES.
           05 ALTFAT-ANT          PIC ZZZ.ZZ9.
           05 FILLER              PIC X(01)        VALUE '>'.
           05 ALTFAT-NOV          PIC ZZZ.ZZ9.
           05 FILLER              PIC X(01)        VALUE SPACES.
           05 ALTFER-ANT          PIC ZZZ.ZZ9.
           05 FILLER              PIC X(01)        VALUE '>'.
           05 ALTFER-NOV          PIC ZZZ.ZZ9.
           05 FILLER              PIC X(01)        VALUE SPACES.
           05 ALTCAR-ANT          PIC ZZ9.
           05 FILLER              PIC X(01)        VALUE '>'.
           05 ALTCAR-NOV          PIC ZZ9.
           05 FILLER              PIC X(01)        VALUE SPACES.
           05 ALTSITUACAO         PIC X(10).
      *-----> LINHAS DO RELATORIO EM DISCO (DD RELRET)
       01  WS-REL-CAB1.
           05 FILLER              PIC X(18)        VALUE
              'RELATORIO CGPRG029'.
           05 FILLER              PIC X(05)        VALUE SPACES.
           05 FILLER              PIC X(40)        VALUE
              'RETIFICACAO DE CARGAS CONSOLIDADAS      '.
           05 FILLER              PIC X(10)        VALUE
              'EXECUCAO: '.
           05 CAB1-DATA           PIC 9(08).
       01  WS-REL-CAB2.
           05 FILLER              PIC X(40)        VALUE
              ' CARTAO  FUNCAO CIDADE  REFERENCIA RESUL'.
           05 FILLER              PIC X(05)        VALUE
              'TADO '.
       01  WS-REL-CAB3.
           05 FILLER              PIC X(40)        VALUE
              'RESUMOS MENSAIS PUBLICADOS (CIDMES) ALTE'.
           05 FILLER              PIC X(30)        VALUE
              'RADOS - ANTES > DEPOIS        '.
       01  WS-REL-CAB4.
           05 FILLER              PIC X(33)        VALUE
              'CIDADE    ANO-MES       ACIDENTES'.
           05 FILLER              PIC X(32)        VALUE
              '          OBITOS           LEVES'.
           05 FILLER              PIC X(32)        VALUE
              '          GRAVES          FATAIS'.
           05 FILLER              PIC X(33)        VALUE
              '         FERIDOS  CARGAS SITUACAO'.
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
       000-CGPRG029.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           IF WS-QTD-RET > ZERO
              PERFORM 060-ATUALIZAR-RESUMOS
           END-IF
           PERFORM 090-TERMINAR
           PERFORM 092-ENCERRAR-JANELA
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT AS-DATA FROM DATE
           ACCEPT AS-HORA FROM TIME
           DISPLAY "LUANA - RICARDINO"
           DISPLAY "CGPRG029 - RETIFICACAO DE CARGAS CONSOLIDADAS"
           DISPLAY "-------------------------------------------"

      *    JANELA BATCH - A EXECUCAO ENTRA COMO NAO DESTRUTIVA; A
      *    1A. ELIMINACAO DE RESUMO DO CIDMES CONFERE DE NOVO A JANELA
      *    COMO PASSO DESTRUTIVO (063-CONFERIR-DESTRUTIVO)
           MOVE 'N'   TO WS-JAN-DESTRUTIVO
           MOVE SPACE TO WS-JAN-FUNCAO
           PERFORM 015-ABRIR-JANELA
           IF WS-JAN-RECUSADA = 'S'
              MOVE 'S' TO WS-FIM
              MOVE 16  TO RETURN-CODE
           ELSE
      *       SEM A TRILHA DE AUDITORIA A RETIFICACAO NAO RODA: E ELA
      *       QUE GUARDA OS VALORES PUBLICADOS ANTES DA CORRECAO
              OPEN EXTEND ARQ-AUDIT
              IF WS-STATUS-AUDIT NOT = '00'
                 OPEN OUTPUT ARQ-AUDIT
              END-IF
              IF WS-STATUS-AUDIT = '00'
                 MOVE 'S' TO WS-AUDIT-ABERTO
              ELSE
                 DISPLAY "*** ARQ-AUDIT NAO PODE SER ABERTO - STATUS: "
                          WS-STATUS-AUDIT " - RETIFICACAO BLOQUEADA"
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
                 MOVE 16  TO RETURN-CODE
              END-IF

              OPEN I-O CIDADES-MES
              IF WS-STATUS-MES = '00'
                 MOVE 'S' TO WS-MES-ABERTO
              ELSE
                 DISPLAY "*** CIDADES-MES NAO PODE SER ABERTO - "
                          "STATUS: " WS-STATUS-MES
                 MOVE 'S' TO WS-FIM
                 MOVE 16  TO RETURN-CODE
              END-IF
           END-IF

           OPEN OUTPUT REL-RETIFICA
           IF WS-STATUS-REL NOT = '00'
              DISPLAY "*** REL-RETIFICA NAO PODE SER ABERTO - "
                       "STATUS: " WS-STATUS-REL
           END-IF

           MOVE AS-DATA                 TO CAB1-DATA
           MOVE WS-REL-CAB1             TO REG-REL-RETIFICA
           WRITE REG-REL-RETIFICA
           MOVE WS-REL-TRACO            TO REG-REL-RETIFICA
           WRITE REG-REL-RETIFICA
           MOVE WS-REL-CAB2             TO REG-REL-RETIFICA
           WRITE REG-REL-RETIFICA
           MOVE WS-REL-TRACO            TO REG-REL-RETIFICA
           WRITE REG-REL-RETIFICA

           IF WS-FIM NOT = 'S'
              PERFORM 025-LER-SYSIN
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

           IF JB-PROGRAMA = 'CGPRG029'
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
                    DISPLAY "*** EXECUCAO ANTERIOR DO CGPRG029 PRESA "
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
                    DISPLAY "*** EXECUCAO ANTERIOR DO CGPRG029 NAO FOI "
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
           MOVE 'CGPRG029' TO JB-PROGRAMA
           READ JANELA-BATCH
              INVALID KEY
                 MOVE 'S'        TO WS-JAN-NOVO
                 MOVE SPACES     TO REG-JANELA-BATCH
                 MOVE 'CGPRG029' TO JB-PROGRAMA
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
              DISPLAY "*** FALHA AO MARCAR O CGPRG029 NO JANBAT - "
                       "STATUS: " WS-STATUS-JANBAT
              IF WS-JAN-DESTRUTIVO = 'S'
                 MOVE 'S' TO WS-JAN-RECUSADA
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA DOS CARTOES DE RETIFICACAO DA SYSIN
      *--------------------------------------------------------------*
       025-LER-SYSIN.

           ACCEPT WS-REG-SYSIN FROM SYSIN

           IF WS-REG-SYSIN = ALL '9'
              MOVE 'S' TO WS-FIM
           END-IF
           .
      *--------------------------------------------------------------*
      *    EXECUTA O CARTAO E IMPRIME O RESULTADO NA 1A. SECAO DO
      *    RELATORIO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           ADD 1 TO WS-CTCARTOES
           MOVE SPACES       TO CARRESULTADO
           MOVE WS-CTCARTOES TO CARNUM
           MOVE WS-FUNCAO    TO CARFUNCAO

           EVALUATE WS-FUNCAO
              WHEN 'R'
                 MOVE WS-RET-CIDADE TO CARCID
                 MOVE WS-RET-DATA   TO CARREF
                 PERFORM 040-RETIFICAR-CARGA
              WHEN 'A'
                 MOVE WS-AJU-CIDADE  TO CARCID
                 MOVE WS-AJU-ANO-MES TO CARREF
                 PERFORM 045-AJUSTAR-RESUMO
              WHEN 'C'
                 MOVE WS-REC-CIDADE  TO CARCID
                 MOVE WS-REC-ANO-MES TO CARREF
                 PERFORM 050-RECALCULAR-MES
              WHEN OTHER
                 MOVE ZERO   TO CARCID
                 MOVE SPACES TO CARREF
                 MOVE 'REJEITADO - FUNCAO INVALIDA' TO CARRESULTADO
           END-EVALUATE

           IF CARRESULTADO (1:9) = 'REJEITADO'
              ADD 1 TO WS-CTREJEITADOS
           END-IF

           DISPLAY WS-REG-CARTAO
           MOVE WS-REG-CARTAO     TO REG-REL-RETIFICA
           WRITE REG-REL-RETIFICA

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    'R' - RETIFICA UMA CARGA DIARIA QUE AINDA ESTA NO CIDMAST
      *    E MARCA O RESUMO DA CIDADE/MES PARA RECALCULO
      *--------------------------------------------------------------*
       040-RETIFICAR-CARGA.

           IF WS-RET-CIDADE NOT NUMERIC
              OR WS-RET-DATA NOT NUMERIC
              OR WS-RET-VEICULOS NOT NUMERIC
              OR WS-RET-ACIDENTES NOT NUMERIC
              OR WS-RET-OBITOS NOT NUMERIC
              OR WS-RET-LEVES NOT NUMERIC
              OR WS-RET-GRAVES NOT NUMERIC
              OR WS-RET-FATAIS NOT NUMERIC
              OR WS-RET-FERIDOS NOT NUMERIC
              MOVE 'REJEITADO - CAMPO NUMERICO INVALIDO'
                   TO CARRESULTADO
           ELSE
              COMPUTE WS-SOMA-SEVERIDADE = WS-RET-LEVES
                                         + WS-RET-GRAVES
                                         + WS-RET-FATAIS
              IF WS-SOMA-SEVERIDADE NOT = WS-RET-ACIDENTES
                 MOVE 'REJEITADO - LEVES+GRAVES+FATAIS <> ACIDENTES'
                      TO CARRESULTADO
              ELSE
                 MOVE WS-RET-CIDADE TO CM-CIDADE
                 MOVE WS-RET-DATA   TO CM-DATA
                 READ CIDADES-MASTER
                    INVALID KEY
                       PERFORM 041-CARGA-NAO-ENCONTRADA
                    NOT INVALID KEY
                       PERFORM 043-REGRAVAR-CARGA
                 END-READ
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARGA FORA DO CIDMAST: SE O MES INTEIRO FOI EXPURGADO A
      *    CORRECAO TEM DE VIR COMO AJUSTE 'A' DO RESUMO
      *--------------------------------------------------------------*
       041-CARGA-NAO-ENCONTRADA.

           MOVE WS-RET-ANO-MES TO WS-ANO-MES-REG
           PERFORM 042-VERIFICAR-MES

           IF WS-MES-COM-DETALHE = 'S'
              MOVE 'REJEITADO - CARGA NAO ENCONTRADA NO CIDMAST'
                   TO CARRESULTADO
           ELSE
              MOVE 'REJEITADO - MES EXPURGADO: USAR CARTAO ''A'''
                   TO CARRESULTADO
           END-IF
           .
      *--------------------------------------------------------------*
      *    VERIFICA PELO CAMINHO DE DATA SE AINDA HA DETALHE DIARIO
      *    NO MES DE WS-ANO-MES-REG (SEM DETALHE = MES EXPURGADO)
      *--------------------------------------------------------------*
       042-VERIFICAR-MES.

           MOVE 'N' TO WS-MES-COM-DETALHE
           COMPUTE CM-DATA = WS-ANO-MES-REG * 100
           START CIDADES-MASTER KEY IS NOT LESS THAN CM-DATA
              INVALID KEY
                 MOVE 'S' TO WS-FIM-MASTER
              NOT INVALID KEY
                 MOVE SPACE TO WS-FIM-MASTER
           END-START

           IF WS-FIM-MASTER NOT = 'S'
              PERFORM 066-LER-MASTER
              IF WS-FIM-MASTER NOT = 'S'
                 DIVIDE CM-DATA BY 100 GIVING WS-ANO-MES-LIDO
                 IF WS-ANO-MES-LIDO = WS-ANO-MES-REG
                    MOVE 'S' TO WS-MES-COM-DETALHE
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGRAVA A CARGA COM OS VALORES DO CARTAO, AUDITA E MARCA
      *    O RESUMO DA CIDADE/MES PARA RECALCULO
      *--------------------------------------------------------------*
       043-REGRAVAR-CARGA.

           MOVE REG-CIDADES-MASTER TO WS-IMAGEM-ANTES
           MOVE WS-RET-ESTADO      TO CM-ESTADO
           MOVE WS-RET-VEICULOS    TO CM-QTD-VEICULOS
           MOVE WS-RET-BAFOMETRO   TO CM-BAFOMETRO
           MOVE WS-RET-ACIDENTES   TO CM-QTD-ACIDENTES
           MOVE WS-RET-OBITOS      TO CM-QTD-OBITOS
           MOVE WS-RET-LEVES       TO CM-QTD-ACID-LEVES
           MOVE WS-RET-GRAVES      TO CM-QTD-ACID-GRAVES
           MOVE WS-RET-FATAIS      TO CM-QTD-ACID-FATAIS
           MOVE WS-RET-FERIDOS     TO CM-QTD-FERIDOS

           REWRITE REG-CIDADES-MASTER
           IF WS-STATUS-MASTER = '00'
              ADD 1 TO WS-CTRETIFICADOS
              MOVE REG-CIDADES-MASTER TO WS-IMAGEM-DEPOIS
              MOVE 'CIDMAST '         TO WS-AUD-ARQUIVO
              MOVE 'R'                TO WS-AUD-FUNCAO
              PERFORM 085-GRAVAR-AUDITORIA
              MOVE WS-RET-CIDADE      TO WS-CIDADE-REG
              MOVE WS-RET-ANO-MES     TO WS-ANO-MES-REG
              MOVE 'C'                TO WS-TIPO-REG
              PERFORM 044-REGISTRAR-RESUMO
              IF WS-REGISTRADO = 'S'
                 MOVE 'CARGA RETIFICADA - RESUMO DO MES A RECALCULAR'
                      TO CARRESULTADO
              ELSE
                 MOVE 'CARGA RETIFICADA - TABELA CHEIA: USAR ''C'''
                      TO CARRESULTADO
              END-IF
           ELSE
              MOVE 'REJEITADO - FALHA NA REGRAVACAO DO CIDMAST'
                   TO CARRESULTADO
              DISPLAY "*** FALHA NA RETIFICACAO DA CHAVE " CM-CHAVE
                       " - STATUS: " WS-STATUS-MASTER
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGISTRA NA TABELA O RESUMO (WS-CIDADE-REG, WS-ANO-MES-
      *    REG) A ATUALIZAR NO FIM - O MESMO RESUMO ENTRA UMA VEZ SO
      *--------------------------------------------------------------*
       044-REGISTRAR-RESUMO.

           MOVE 'S' TO WS-REGISTRADO
           SET IX-RET TO 1
           SEARCH WS-TAB-RET
              AT END
                 IF WS-QTD-RET < 6000
                    ADD 1                TO WS-QTD-RET
                    SET IX-RET           TO WS-QTD-RET
                    MOVE WS-ANO-MES-REG  TO TAB-RET-ANO-MES(IX-RET)
                    MOVE WS-CIDADE-REG   TO TAB-RET-CIDADE(IX-RET)
                    MOVE WS-TIPO-REG     TO TAB-RET-TIPO(IX-RET)
                    MOVE ZERO            TO TAB-RET-ACIDENTES(IX-RET)
                    MOVE ZERO            TO TAB-RET-OBITOS(IX-RET)
                    MOVE ZERO            TO TAB-RET-LEVES(IX-RET)
                    MOVE ZERO            TO TAB-RET-GRAVES(IX-RET)
                    MOVE ZERO            TO TAB-RET-FATAIS(IX-RET)
                    MOVE ZERO            TO TAB-RET-FERIDOS(IX-RET)
                 ELSE
                    MOVE 'N' TO WS-REGISTRADO
                    DISPLAY "*** WS-TAB-RET CHEIA (6000) - RESUMO "
                             WS-CIDADE-REG "/" WS-ANO-MES-REG
                             " NAO ATUALIZADO"
                 END-IF
              WHEN TAB-RET-ANO-MES(IX-RET) = WS-ANO-MES-REG
               AND TAB-RET-CIDADE(IX-RET)  = WS-CIDADE-REG
                 CONTINUE
           END-SEARCH
           .
      *--------------------------------------------------------------*
      *    'A' - AJUSTE DO RESUMO DE UM MES CUJO DETALHE JA FOI
      *    EXPURGADO: AS DIFERENCAS DO CARTAO SAO SOMADAS NO FIM
      *--------------------------------------------------------------*
       045-AJUSTAR-RESUMO.

           IF WS-AJU-CIDADE NOT NUMERIC
              OR WS-AJU-ANO-MES NOT NUMERIC
              OR WS-AJU-ACIDENTES NOT NUMERIC
              OR WS-AJU-OBITOS NOT NUMERIC
              OR WS-AJU-LEVES NOT NUMERIC
              OR WS-AJU-GRAVES NOT NUMERIC
              OR WS-AJU-FATAIS NOT NUMERIC
              OR WS-AJU-FERIDOS NOT NUMERIC
              MOVE 'REJEITADO - CAMPO NUMERICO INVALIDO'
                   TO CARRESULTADO
           ELSE
              COMPUTE WS-SOMA-SEVERIDADE = WS-AJU-LEVES
                                         + WS-AJU-GRAVES
                                         + WS-AJU-FATAIS
              IF WS-SOMA-SEVERIDADE NOT = WS-AJU-ACIDENTES
                 MOVE 'REJEITADO - LEVES+GRAVES+FATAIS <> ACIDENTES'
                      TO CARRESULTADO
              ELSE
                 PERFORM 047-VALIDAR-AJUSTE
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    O AJUSTE SO VALE PARA RESUMO JA PUBLICADO DE MES SEM
      *    DETALHE - COM DETALHE, O CAMINHO E RETIFICAR A CARGA ('R')
      *    E O RECALCULO REFLETE A CORRECAO
      *--------------------------------------------------------------*
       047-VALIDAR-AJUSTE.

           MOVE WS-AJU-CIDADE  TO CS-CIDADE
           MOVE WS-AJU-ANO-MES TO CS-ANO-MES
           READ CIDADES-MES
              INVALID KEY
                 MOVE 'REJEITADO - RESUMO NAO EXISTE NO CIDMES'
                      TO CARRESULTADO
           END-READ

           IF CARRESULTADO = SPACES
              MOVE WS-AJU-ANO-MES TO WS-ANO-MES-REG
              PERFORM 042-VERIFICAR-MES
              IF WS-MES-COM-DETALHE = 'S'
                 MOVE 'REJEITADO - MES COM DETALHE: USAR CARTAO ''R'''
                      TO CARRESULTADO
              ELSE
                 MOVE WS-AJU-CIDADE  TO WS-CIDADE-REG
                 MOVE 'A'            TO WS-TIPO-REG
                 PERFORM 044-REGISTRAR-RESUMO
                 IF WS-REGISTRADO = 'S'
                    ADD WS-AJU-ACIDENTES TO TAB-RET-ACIDENTES(IX-RET)
                    ADD WS-AJU-OBITOS    TO TAB-RET-OBITOS(IX-RET)
                    ADD WS-AJU-LEVES     TO TAB-RET-LEVES(IX-RET)
                    ADD WS-AJU-GRAVES    TO TAB-RET-GRAVES(IX-RET)
                    ADD WS-AJU-FATAIS    TO TAB-RET-FATAIS(IX-RET)
                    ADD WS-AJU-FERIDOS   TO TAB-RET-FERIDOS(IX-RET)
                    MOVE 'AJUSTE ACEITO - A APLICAR NO RESUMO DO MES'
                         TO CARRESULTADO
                 ELSE
                    MOVE 'REJEITADO - TABELA DE RESUMOS CHEIA'
                         TO CARRESULTADO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    'C' - RECALCULO PELO DETALHE DO CIDMAST DO RESUMO DE UMA
      *    CIDADE, OU DE TODAS AS CIDADES JA CONSOLIDADAS NO MES
      *    (CIDADE ZERO) - CORRIGE O RESUMO DEIXADO DESATUALIZADO
      *    PELAS FUNCOES 'R'/'D' DO CGPRG011
      *--------------------------------------------------------------*
       050-RECALCULAR-MES.

           IF WS-REC-CIDADE NOT NUMERIC
              OR WS-REC-ANO-MES NOT NUMERIC
              MOVE 'REJEITADO - CAMPO NUMERICO INVALIDO'
                   TO CARRESULTADO
           ELSE
              MOVE WS-REC-ANO-MES TO WS-ANO-MES-REG
              PERFORM 042-VERIFICAR-MES
              IF WS-MES-COM-DETALHE NOT = 'S'
                 MOVE 'REJEITADO - MES EXPURGADO: USAR CARTAO ''A'''
                      TO CARRESULTADO
              ELSE
                 MOVE 'C' TO WS-TIPO-REG
                 IF WS-REC-CIDADE = ZERO
                    PERFORM 052-REGISTRAR-CIDADES-MES
                 ELSE
                    MOVE WS-REC-CIDADE TO WS-CIDADE-REG
                    PERFORM 044-REGISTRAR-RESUMO
                 END-IF
                 IF WS-REGISTRADO = 'S'
                    MOVE 'RESUMO(S) DO MES SERA(O) RECALCULADO(S)'
                         TO CARRESULTADO
                 ELSE
                    MOVE 'REJEITADO - TABELA DE RESUMOS CHEIA'
                         TO CARRESULTADO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    VARRE O CIDMES E REGISTRA PARA RECALCULO TODO RESUMO DO
      *    MES PEDIDO (SO O QUE JA FOI PUBLICADO E RECALCULADO)
      *--------------------------------------------------------------*
       052-REGISTRAR-CIDADES-MES.

           MOVE 'S'        TO WS-REGISTRADO
           MOVE SPACE      TO WS-FIM-MES
           MOVE LOW-VALUES TO CS-CHAVE
           START CIDADES-MES KEY IS NOT LESS THAN CS-CHAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-MES
           END-START
           IF WS-FIM-MES NOT = 'S'
              PERFORM 054-LER-CIDMES
           END-IF
           PERFORM 056-REGISTRAR-CIDADE
              UNTIL WS-FIM-MES = 'S'
           .
      *--------------------------------------------------------------*
      *    LEITURA SEQUENCIAL DO CIDMES (ACCESS DYNAMIC)
      *--------------------------------------------------------------*
       054-LER-CIDMES.

           READ CIDADES-MES NEXT RECORD
              AT END
                 MOVE 'S' TO WS-FIM-MES
           END-READ
           .
      *--------------------------------------------------------------*
      *    REGISTRA O RESUMO LIDO SE FOR DO MES PEDIDO
      *--------------------------------------------------------------*
       056-REGISTRAR-CIDADE.

           IF CS-ANO-MES = WS-ANO-MES-REG
              AND WS-REGISTRADO = 'S'
              MOVE CS-CIDADE TO WS-CIDADE-REG
              PERFORM 044-REGISTRAR-RESUMO
           END-IF
           PERFORM 054-LER-CIDMES
           .
      *--------------------------------------------------------------*
      *    ATUALIZA NO CIDMES, EM ORDEM DE ANO-MES E CIDADE, OS
      *    RESUMOS REGISTRADOS E IMPRIME A 2A. SECAO DO RELATORIO:
      *    OS MESES PUBLICADOS QUE MUDARAM
      *--------------------------------------------------------------*
       060-ATUALIZAR-RESUMOS.

           SORT WS-TAB-RET ASCENDING KEY TAB-RET-ANO-MES
                                         TAB-RET-CIDADE

           MOVE SPACES                  TO REG-REL-RETIFICA
           WRITE REG-REL-RETIFICA
           MOVE WS-REL-CAB3             TO REG-REL-RETIFICA
           WRITE REG-REL-RETIFICA
           MOVE WS-REL-TRACO            TO REG-REL-RETIFICA
           WRITE REG-REL-RETIFICA
           MOVE WS-REL-CAB4             TO REG-REL-RETIFICA
           WRITE REG-REL-RETIFICA
           MOVE WS-REL-TRACO            TO REG-REL-RETIFICA
           WRITE REG-REL-RETIFICA

           MOVE TAB-RET-ANO-MES(1) TO WS-ANO-MES-ANT
           PERFORM 062-ATUALIZAR-RESUMO
              VARYING IX-RET FROM 1 BY 1
              UNTIL IX-RET > WS-QTD-RET
           PERFORM 075-QUEBRA-MES
           .
      *--------------------------------------------------------------*
      *    ATUALIZA UM RESUMO DA TABELA (QUEBRA POR ANO-MES)
      *--------------------------------------------------------------*
       062-ATUALIZAR-RESUMO.

           IF TAB-RET-ANO-MES(IX-RET) NOT = WS-ANO-MES-ANT
              PERFORM 075-QUEBRA-MES
              MOVE TAB-RET-ANO-MES(IX-RET) TO WS-ANO-MES-ANT
           END-IF

           MOVE TAB-RET-CIDADE(IX-RET)  TO CS-CIDADE
           MOVE TAB-RET-ANO-MES(IX-RET) TO CS-ANO-MES
           READ CIDADES-MES
              INVALID KEY
                 ADD 1 TO WS-CTNAO-CONSOLIDADOS
                 DISPLAY "RESUMO " TAB-RET-CIDADE(IX-RET) "/"
                          TAB-RET-ANO-MES(IX-RET) " AINDA NAO "
                          "CONSOLIDADO - SEM ALTERACAO (O CGPRG014 "
                          "LEVA A CORRECAO)"
              NOT INVALID KEY
                 MOVE CS-DADOS TO WS-RESUMO-ANTES
                 IF TAB-RET-TIPO(IX-RET) = 'C'
                    PERFORM 064-RECALCULAR-RESUMO
                 ELSE
                    PERFORM 068-APLICAR-AJUSTE
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    JANELA BATCH - ELIMINAR RESUMO DO CIDMES E DESTRUTIVO: NA
      *    1A. ELIMINACAO A JANELA E CONFERIDA DE NOVO COMO PASSO
      *    DESTRUTIVO. RECUSADA, NENHUM RESUMO E ELIMINADO NESTA
      *    EXECUCAO (FICAM COMO ESTAO, PARA NOVO RECALCULO 'C') E O
      *    STEP TERMINA COM RC 16
      *--------------------------------------------------------------*
       063-CONFERIR-DESTRUTIVO.

           IF WS-JAN-DESTRUTIVO NOT = 'S'
              AND WS-DESTR-RECUSADO NOT = 'S'
              MOVE 'S' TO WS-JAN-DESTRUTIVO
              MOVE 'C' TO WS-JAN-FUNCAO
              PERFORM 015-ABRIR-JANELA
              IF WS-JAN-RECUSADA = 'S'
                 MOVE 'N' TO WS-JAN-DESTRUTIVO
                 MOVE 'S' TO WS-DESTR-RECUSADO
              END-IF
           END-IF

           IF WS-DESTR-RECUSADO = 'S'
              ADD 1 TO WS-CTRECUSADOS
              DISPLAY "*** ELIMINACAO DO RESUMO " CS-CHAVE
                       " RECUSADA PELA JANELA BATCH"
              MOVE SPACES TO WS-REL-LINHA
              STRING '*** RESUMO ' CS-CIDADE '/' CS-ANO-MES
                     ' SEM CARGA NO MES - ELIMINACAO RECUSADA PELA '
                     'JANELA BATCH'
                     DELIMITED BY SIZE INTO WS-REL-LINHA
              MOVE WS-REL-LINHA TO REG-REL-RETIFICA
              WRITE REG-REL-RETIFICA
              MOVE 16 TO RETURN-CODE
           END-IF
           .
      *--------------------------------------------------------------*
      *    SOMA O DETALHE DA CIDADE NO MES (CHAVE PRIMARIA: AS DATAS
      *    VEM EM ORDEM, A ULTIMA CARGA DEIXA VEICULOS/BAFOMETRO) E
      *    REGRAVA O RESUMO SE MUDOU - SEM CARGA NENHUMA DA CIDADE NO
      *    MES (TODAS ESTORNADAS) O RESUMO E ELIMINADO
      *--------------------------------------------------------------*
       064-RECALCULAR-RESUMO.

           MOVE WS-RESUMO-ANTES TO WS-RESUMO-NOVO
           MOVE ZERO TO NOV-QTD-ACIDENTES NOV-QTD-OBITOS
                        NOV-QTD-ACID-LEVES NOV-QTD-ACID-GRAVES
                        NOV-QTD-ACID-FATAIS NOV-QTD-FERIDOS
                        NOV-QTD-CARGAS NOV-DATA-ULTIMA

           MOVE TAB-RET-CIDADE(IX-RET) TO CM-CIDADE
           COMPUTE CM-DATA = TAB-RET-ANO-MES(IX-RET) * 100
           START CIDADES-MASTER KEY IS NOT LESS THAN CM-CHAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-MASTER
              NOT INVALID KEY
                 MOVE SPACE TO WS-FIM-MASTER
           END-START
           IF WS-FIM-MASTER NOT = 'S'
              PERFORM 066-LER-MASTER
           END-IF
           PERFORM 065-SOMAR-DETALHE
              UNTIL WS-FIM-MASTER = 'S'

           EVALUATE TRUE
              WHEN NOV-QTD-CARGAS = ZERO
                 PERFORM 063-CONFERIR-DESTRUTIVO
                 IF WS-DESTR-RECUSADO NOT = 'S'
                    PERFORM 069-ELIMINAR-RESUMO
                 END-IF
              WHEN WS-RESUMO-NOVO = WS-RESUMO-ANTES
                 ADD 1 TO WS-CTSEM-ALTERACAO
              WHEN OTHER
                 MOVE WS-RESUMO-NOVO TO CS-DADOS
                 REWRITE REG-CIDADES-MES
                 IF WS-STATUS-MES = '00'
                    ADD 1 TO WS-CTRECALCULADOS
                    MOVE 'RECALCULO ' TO ALTSITUACAO
                    PERFORM 070-REGISTRAR-ALTERACAO
                 ELSE
                    DISPLAY "*** FALHA NA REGRAVACAO DO RESUMO "
                             CS-CHAVE " - STATUS: " WS-STATUS-MES
                 END-IF
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    ACUMULA AS CARGAS ENQUANTO FOREM DA CIDADE/MES DO RESUMO
      *--------------------------------------------------------------*
       065-SOMAR-DETALHE.

           DIVIDE CM-DATA BY 100 GIVING WS-ANO-MES-LIDO

           IF CM-CIDADE NOT = TAB-RET-CIDADE(IX-RET)
              OR WS-ANO-MES-LIDO NOT = TAB-RET-ANO-MES(IX-RET)
              MOVE 'S' TO WS-FIM-MASTER
           ELSE
              MOVE CM-ESTADO          TO NOV-ESTADO
              MOVE CM-QTD-VEICULOS    TO NOV-QTD-VEICULOS
              MOVE CM-BAFOMETRO       TO NOV-BAFOMETRO
              MOVE CM-DATA            TO NOV-DATA-ULTIMA
              ADD  CM-QTD-ACIDENTES   TO NOV-QTD-ACIDENTES
              ADD  CM-QTD-OBITOS      TO NOV-QTD-OBITOS
              ADD  CM-QTD-ACID-LEVES  TO NOV-QTD-ACID-LEVES
              ADD  CM-QTD-ACID-GRAVES TO NOV-QTD-ACID-GRAVES
              ADD  CM-QTD-ACID-FATAIS TO NOV-QTD-ACID-FATAIS
              ADD  CM-QTD-FERIDOS     TO NOV-QTD-FERIDOS
              ADD  1                  TO NOV-QTD-CARGAS
              PERFORM 066-LER-MASTER
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA SEQUENCIAL DO CIDADES-MASTER (ACCESS DYNAMIC)
      *--------------------------------------------------------------*
       066-LER-MASTER.

           READ CIDADES-MASTER NEXT RECORD
              AT END
                 MOVE 'S' TO WS-FIM-MASTER
           END-READ
           .
      *--------------------------------------------------------------*
      *    SOMA AO RESUMO AS DIFERENCAS ACUMULADAS DOS CARTOES 'A' -
      *    NENHUM CONTADOR PODE FICAR NEGATIVO
      *--------------------------------------------------------------*
       068-APLICAR-AJUSTE.

           MOVE WS-RESUMO-ANTES TO WS-RESUMO-NOVO
           COMPUTE WS-AJ-ACIDENTES = ANT-QTD-ACIDENTES
                                   + TAB-RET-ACIDENTES(IX-RET)
           COMPUTE WS-AJ-OBITOS    = ANT-QTD-OBITOS
                                   + TAB-RET-OBITOS(IX-RET)
           COMPUTE WS-AJ-LEVES     = ANT-QTD-ACID-LEVES
                                   + TAB-RET-LEVES(IX-RET)
           COMPUTE WS-AJ-GRAVES    = ANT-QTD-ACID-GRAVES
                                   + TAB-RET-GRAVES(IX-RET)
           COMPUTE WS-AJ-FATAIS    = ANT-QTD-ACID-FATAIS
                                   + TAB-RET-FATAIS(IX-RET)
           COMPUTE WS-AJ-FERIDOS   = ANT-QTD-FERIDOS
                                   + TAB-RET-FERIDOS(IX-RET)

           IF WS-AJ-ACIDENTES < ZERO OR WS-AJ-OBITOS < ZERO
              OR WS-AJ-LEVES < ZERO  OR WS-AJ-GRAVES < ZERO
              OR WS-AJ-FATAIS < ZERO OR WS-AJ-FERIDOS < ZERO
              ADD 1 TO WS-CTREJEITADOS
              DISPLAY "*** AJUSTE DO RESUMO " CS-CHAVE " REJEITADO - "
                       "CONTADOR FICARIA NEGATIVO"
              MOVE SPACES TO WS-REL-LINHA
              STRING '*** AJUSTE DO RESUMO ' CS-CIDADE '/' CS-ANO-MES
                     ' REJEITADO - CONTADOR FICARIA NEGATIVO'
                     DELIMITED BY SIZE INTO WS-REL-LINHA
              MOVE WS-REL-LINHA TO REG-REL-RETIFICA
              WRITE REG-REL-RETIFICA
           ELSE
              MOVE WS-AJ-ACIDENTES TO NOV-QTD-ACIDENTES
              MOVE WS-AJ-OBITOS    TO NOV-QTD-OBITOS
              MOVE WS-AJ-LEVES     TO NOV-QTD-ACID-LEVES
              MOVE WS-AJ-GRAVES    TO NOV-QTD-ACID-GRAVES
              MOVE WS-AJ-FATAIS    TO NOV-QTD-ACID-FATAIS
              MOVE WS-AJ-FERIDOS   TO NOV-QTD-FERIDOS
              IF WS-RESUMO-NOVO = WS-RESUMO-ANTES
                 ADD 1 TO WS-CTSEM-ALTERACAO
              ELSE
                 MOVE WS-RESUMO-NOVO TO CS-DADOS
                 REWRITE REG-CIDADES-MES
                 IF WS-STATUS-MES = '00'
                    ADD 1 TO WS-CTAJUSTADOS
                    MOVE 'AJUSTE    ' TO ALTSITUACAO
                    PERFORM 070-REGISTRAR-ALTERACAO
                 ELSE
                    DISPLAY "*** FALHA NA REGRAVACAO DO RESUMO "
                             CS-CHAVE " - STATUS: " WS-STATUS-MES
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ELIMINA O RESUMO DE CIDADE SEM NENHUMA CARGA NO MES
      *--------------------------------------------------------------*
       069-ELIMINAR-RESUMO.

           DELETE CIDADES-MES
           IF WS-STATUS-MES = '00'
              ADD 1 TO WS-CTELIMINADOS
              MOVE 'ELIMINADO ' TO ALTSITUACAO
              PERFORM 070-REGISTRAR-ALTERACAO
           ELSE
              DISPLAY "*** FALHA NA ELIMINACAO DO RESUMO "
                       CS-CHAVE " - STATUS: " WS-STATUS-MES
           END-IF
           .
      *--------------------------------------------------------------*
      *    AUDITA A ALTERACAO DO RESUMO E IMPRIME A LINHA ANTES >
      *    DEPOIS (RESUMO ELIMINADO: IMAGEM DEPOIS EM BRANCO)
      *--------------------------------------------------------------*
       070-REGISTRAR-ALTERACAO.

           ADD 1 TO WS-CTALT-MES

           MOVE CS-CIDADE           TO IMG-CIDADE
           MOVE CS-ANO-MES          TO IMG-ANO-MES
           MOVE ANT-QTD-ACIDENTES   TO IMG-ACIDENTES
           MOVE ANT-QTD-OBITOS      TO IMG-OBITOS
           MOVE ANT-QTD-ACID-LEVES  TO IMG-LEVES
           MOVE ANT-QTD-ACID-GRAVES TO IMG-GRAVES
           MOVE ANT-QTD-ACID-FATAIS TO IMG-FATAIS
           MOVE ANT-QTD-FERIDOS     TO IMG-FERIDOS
           MOVE WS-IMG-RESUMO       TO WS-IMAGEM-ANTES
           IF ALTSITUACAO = 'ELIMINADO '
              MOVE SPACES              TO WS-IMAGEM-DEPOIS
           ELSE
              MOVE NOV-QTD-ACIDENTES   TO IMG-ACIDENTES
              MOVE NOV-QTD-OBITOS      TO IMG-OBITOS
              MOVE NOV-QTD-ACID-LEVES  TO IMG-LEVES
              MOVE NOV-QTD-ACID-GRAVES TO IMG-GRAVES
              MOVE NOV-QTD-ACID-FATAIS TO IMG-FATAIS
              MOVE NOV-QTD-FERIDOS     TO IMG-FERIDOS
              MOVE WS-IMG-RESUMO       TO WS-IMAGEM-DEPOIS
           END-IF
           MOVE 'CIDMES  '             TO WS-AUD-ARQUIVO
           MOVE TAB-RET-TIPO(IX-RET)   TO WS-AUD-FUNCAO
           PERFORM 085-GRAVAR-AUDITORIA

           MOVE CS-CIDADE           TO ALTCID
           MOVE ANT-ESTADO          TO ALTUF
           MOVE CS-ANO-MES          TO ALTMES
           MOVE ANT-QTD-ACIDENTES   TO ALTACD-ANT
           MOVE ANT-QTD-OBITOS      TO ALTOBT-ANT
           MOVE ANT-QTD-ACID-LEVES  TO ALTLEV-ANT
           MOVE ANT-QTD-ACID-GRAVES TO ALTGRA-ANT
           MOVE ANT-QTD-ACID-FATAIS TO ALTFAT-ANT
           MOVE ANT-QTD-FERIDOS     TO ALTFER-ANT
           MOVE ANT-QTD-CARGAS      TO ALTCAR-ANT
           MOVE NOV-QTD-ACIDENTES   TO ALTACD-NOV
           MOVE NOV-QTD-OBITOS      TO ALTOBT-NOV
           MOVE NOV-QTD-ACID-LEVES  TO ALTLEV-NOV
           MOVE NOV-QTD-ACID-GRAVES TO ALTGRA-NOV
           MOVE NOV-QTD-ACID-FATAIS TO ALTFAT-NOV
           MOVE NOV-QTD-FERIDOS     TO ALTFER-NOV
           MOVE NOV-QTD-CARGAS      TO ALTCAR-NOV

           DISPLAY WS-REG-ALTERACAO
           MOVE WS-REG-ALTERACAO    TO REG-REL-RETIFICA
           WRITE REG-REL-RETIFICA
           .
      *--------------------------------------------------------------*
      *    QUEBRA POR ANO-MES: LINHA COM OS RESUMOS ALTERADOS NO MES
      *    PUBLICADO (MES SEM ALTERACAO NAO E LISTADO)
      *--------------------------------------------------------------*
       075-QUEBRA-MES.

           IF WS-CTALT-MES > ZERO
              ADD 1 TO WS-CTMESES
              MOVE SPACES TO WS-REL-LINHA
              STRING '  >> ANO-MES ' WS-ANO-MES-ANT
                     ' PUBLICADO ALTERADO - RESUMOS DE CIDADE '
                     'ALTERADOS: ' WS-CTALT-MES
                     DELIMITED BY SIZE INTO WS-REL-LINHA
              MOVE WS-REL-LINHA TO REG-REL-RETIFICA
              WRITE REG-REL-RETIFICA
              MOVE ZERO TO WS-CTALT-MES
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA NA TRILHA DE AUDITORIA A ACAO EXECUTADA, COM AS
      *    IMAGENS DO REGISTRO ANTES E DEPOIS DA RETIFICACAO
      *--------------------------------------------------------------*
       085-GRAVAR-AUDITORIA.

           MOVE AS-DATA           TO AUD-DATA
           MOVE AS-HORA           TO AUD-HORA
           MOVE 'CGPRG029'        TO AUD-PROGRAMA
           MOVE WS-AUD-ARQUIVO    TO AUD-ARQUIVO
           MOVE WS-AUD-FUNCAO     TO AUD-FUNCAO
           MOVE WS-IMAGEM-ANTES   TO AUD-IMAGEM-ANTES
           MOVE WS-IMAGEM-DEPOIS  TO AUD-IMAGEM-DEPOIS

           WRITE REG-AUDIT

           IF WS-STATUS-AUDIT = '00'
              ADD 1 TO WS-CTAUDITADOS
           ELSE
              DISPLAY "*** FALHA AO GRAVAR AUDITORIA - STATUS: "
                       WS-STATUS-AUDIT " - ARQUIVO " WS-AUD-ARQUIVO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - TOTAIS NO RELATORIO E NA SYSOUT
      *--------------------------------------------------------------*
       090-TERMINAR.

           MOVE WS-REL-TRACO            TO REG-REL-RETIFICA
           WRITE REG-REL-RETIFICA
           MOVE SPACES TO WS-REL-LINHA
           STRING 'CARTOES: '       WS-CTCARTOES
                  '  REJEITADOS: '  WS-CTREJEITADOS
                  '  CARGAS RETIFICADAS NO CIDMAST: ' WS-CTRETIFICADOS
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           MOVE WS-REL-LINHA            TO REG-REL-RETIFICA
           WRITE REG-REL-RETIFICA
           MOVE SPACES TO WS-REL-LINHA
           STRING 'RESUMOS - RECALCULADOS: ' WS-CTRECALCULADOS
                  '  AJUSTADOS: '    WS-CTAJUSTADOS
                  '  ELIMINADOS: '   WS-CTELIMINADOS
                  '  SEM ALTERACAO: ' WS-CTSEM-ALTERACAO
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           MOVE WS-REL-LINHA            TO REG-REL-RETIFICA
           WRITE REG-REL-RETIFICA
           MOVE SPACES TO WS-REL-LINHA
           STRING 'NAO CONSOLIDADOS: ' WS-CTNAO-CONSOLIDADOS
                  '  ELIMINACAO RECUSADA: ' WS-CTRECUSADOS
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           MOVE WS-REL-LINHA            TO REG-REL-RETIFICA
           WRITE REG-REL-RETIFICA
           MOVE SPACES TO WS-REL-LINHA
           STRING 'MESES PUBLICADOS ALTERADOS: ' WS-CTMESES
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           MOVE WS-REL-LINHA            TO REG-REL-RETIFICA
           WRITE REG-REL-RETIFICA

           CLOSE REL-RETIFICA
           IF WS-MASTER-ABERTO = 'S'
              CLOSE CIDADES-MASTER
           END-IF
           IF WS-MES-ABERTO = 'S'
              CLOSE CIDADES-MES
           END-IF
           IF WS-AUDIT-ABERTO = 'S'
              CLOSE ARQ-AUDIT
           END-IF

      *    CARTAO REJEITADO PEDE CORRECAO DO DECK PELO ORGAO
           IF WS-CTREJEITADOS > ZERO
              AND RETURN-CODE = ZERO
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY " *========================================*"
           DISPLAY " *   TOTAIS DE CONTROLE - CGPRG029        *"
           DISPLAY " *----------------------------------------*"
           DISPLAY " * CARTOES PROCESSADOS         = " WS-CTCARTOES
           DISPLAY " * REJEITADOS                  = " WS-CTREJEITADOS
           DISPLAY " * CARGAS RETIFICADAS (CIDMAST)= "
                    WS-CTRETIFICADOS
           DISPLAY " * RESUMOS RECALCULADOS        = "
                    WS-CTRECALCULADOS
           DISPLAY " * RESUMOS AJUSTADOS           = " WS-CTAJUSTADOS
           DISPLAY " * RESUMOS ELIMINADOS          = " WS-CTELIMINADOS
           DISPLAY " * ELIMINACOES RECUSADAS       = " WS-CTRECUSADOS
           DISPLAY " * RESUMOS SEM ALTERACAO       = "
                    WS-CTSEM-ALTERACAO
           DISPLAY " * RESUMOS NAO CONSOLIDADOS    = "
                    WS-CTNAO-CONSOLIDADOS
           DISPLAY " * MESES PUBLICADOS ALTERADOS  = " WS-CTMESES
           DISPLAY " * ACOES AUDITADAS             = " WS-CTAUDITADOS
           DISPLAY " *========================================*"
           DISPLAY " *----------------------------------------*"
           DISPLAY " *      TERMINO NORMAL DO CGPRG029        *"
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
                 DISPLAY "*** CGPRG029 FICA EM ANDAMENTO - LIBERAR "
                          "PELO CGPRG036"
              ELSE
                 MOVE 'CGPRG029' TO JB-PROGRAMA
                 READ JANELA-BATCH
                    INVALID KEY
                       DISPLAY "*** CGPRG029 NAO CONSTA NO JANBAT - "
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
              DISPLAY "JANELA BATCH - CGPRG029 ENCERRADO COM SITUACAO "
                       JB-SITUACAO " - RC " JB-RC
           ELSE
              DISPLAY "*** FALHA AO ENCERRAR O CGPRG029 NO JANBAT - "
                       "STATUS: " WS-STATUS-JANBAT
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG029 <-------------------*
