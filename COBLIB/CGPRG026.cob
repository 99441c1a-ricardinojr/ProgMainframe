       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG026.
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
           SELECT CIDADES-CADASTRO ASSIGN TO "CADCID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAD-CIDADE
               FILE STATUS IS WS-STATUS-CADCID.
           SELECT CIDADES-MASTER  ASSIGN TO "CIDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CHAVE
               FILE STATUS IS WS-STATUS-MASTER.
           SELECT CIDADES-MES     ASSIGN TO "CIDMES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WS-STATUS-MES.
      *    ULTIMO ORGAO QUE ENVIOU CADA CIDADE (GRAVADO PELO CGPRG007)
           SELECT ULTIMO-REMETENTE ASSIGN TO "ULTREM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UR-CIDADE
               FILE STATUS IS WS-STATUS-ULTREM.
           SELECT REL-OMISSOS     ASSIGN TO "RELOMIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REL.
           SELECT ARQ-COBRANCA    ASSIGN TO "COBOMIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COB.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  CIDADES-CADASTRO
           LABEL RECORDS ARE STANDARD.
       01  REG-CIDADES-CADASTRO.
           05  CAD-CIDADE             PIC 9(05).
           05  CAD-NOME               PIC X(30).
           05  CAD-UF                 PIC X(02).
           05  CAD-FROTA              PIC 9(07).
           05  CAD-SITUACAO           PIC X(01).
      *
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
       FD  CIDADES-MES
           LABEL RECORDS ARE STANDARD.
       01  REG-CIDADES-MES.
           05  CS-CHAVE.
               10  CS-CIDADE          PIC 9(05).
               10  CS-ANO-MES         PIC 9(06).
           05  CS-ESTADO              PIC X(02).
           05  CS-QTD-VEICULOS        PIC 9(07).
           05  CS-BAFOMETRO           PIC X(01).
           05  CS-QTD-ACIDENTES       PIC 9(06).
           05  CS-QTD-OBITOS          PIC 9(06).
           05  CS-QTD-ACID-LEVES      PIC 9(06).
           05  CS-QTD-ACID-GRAVES     PIC 9(06).
           05  CS-QTD-ACID-FATAIS     PIC 9(06).
           05  CS-QTD-FERIDOS         PIC 9(06).
           05  CS-QTD-CARGAS          PIC 9(03).
           05  CS-DATA-ULTIMA         PIC 9(08).
      *
       FD  ULTIMO-REMETENTE
           LABEL RECORDS ARE STANDARD.
       01  REG-ULTIMO-REMETENTE.
           05  UR-CIDADE              PIC 9(05).
           05  UR-ORIGEM              PIC X(10).
           05  UR-DATA-REF            PIC 9(08).
           05  UR-DATA-CARGA          PIC 9(08).
      *
       FD  REL-OMISSOS
           LABEL RECORDS ARE STANDARD.
       01  REG-REL-OMISSOS            PIC X(132).
      *
       FD  ARQ-COBRANCA
           LABEL RECORDS ARE STANDARD.
       01  REG-COBRANCA               PIC X(24).
      *
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-FIM                 PIC X(01)        VALUE 'N'.
           05  WS-STATUS-CADCID       PIC X(02).
           05  WS-STATUS-MASTER       PIC X(02).
           05  WS-STATUS-MES          PIC X(02).
           05  WS-STATUS-ULTREM       PIC X(02).
           05  WS-STATUS-REL          PIC X(02).
           05  WS-STATUS-COB          PIC X(02).
           05  WS-CADCID-ABERTO       PIC X(01)        VALUE 'N'.
           05  WS-MASTER-ABERTO       PIC X(01)        VALUE 'N'.
           05  WS-MES-ABERTO          PIC X(01)        VALUE 'N'.
           05  WS-ULTREM-ABERTO       PIC X(01)        VALUE 'N'.
           05  WS-PARM-OK             PIC X(01)        VALUE 'S'.
           05  WS-CARREGADA           PIC X(01).
           05  WS-ANO-MES-LIDO        PIC 9(06).
           05  WS-CTLIDO              PIC 9(06)        VALUE ZERO.
           05  WS-CTATIVAS            PIC 9(06)        VALUE ZERO.
           05  WS-CTCARREGADAS        PIC 9(06)        VALUE ZERO.
           05  WS-CTOMISSAS           PIC 9(06)        VALUE ZERO.
           05  WS-CTSEM-ORIGEM        PIC 9(06)        VALUE ZERO.
           05  WS-CTDESCARTADAS       PIC 9(06)        VALUE ZERO.
           05  WS-CTCARTOES           PIC 9(06)        VALUE ZERO.
           05  WS-CTGRUPO             PIC 9(05)        VALUE ZERO.
           05  WS-UF-ATUAL            PIC X(02)        VALUE SPACES.
           05  WS-ORIGEM-ATUAL        PIC X(10)        VALUE SPACES.
      *-----> CARTAO DA SYSIN: TIPO DE REFERENCIA + REFERENCIA
      *-----> 'D' + DATA (00AAMMDD) OU 'M' + ANO-MES (00AAMM)
       01  WS-REG-SYSIN.
           05 WS-TIPO-REF         PIC X(01).
           05 WS-REF-DATA         PIC 9(08).
           05 WS-REF-MES REDEFINES WS-REF-DATA.
              10 WS-REF-ANO-MES   PIC 9(06).
              10 FILLER           PIC X(02).
      *-----> REFERENCIA GRAVADA NO RELATORIO E NO DECK DE COBRANCA
      *-----> (NA REFERENCIA MENSAL O DIA SAI 00 = MES INTEIRO)
       01  WS-REFERENCIA          PIC 9(08)        VALUE ZERO.
      *-----> CIDADES ATIVAS POR UF (SUBTOTAIS DA SECAO 1)
       01  WS-TAB-ESTADOS.
           05  WS-QTD-UF              PIC 9(02)        VALUE ZERO.
           05  WS-TAB-UF OCCURS 30 TIMES
                   INDEXED BY IX-UF.
               10  TUF-UF             PIC X(02)   VALUE SPACES.
               10  TUF-ATIVAS         PIC 9(05)   VALUE ZERO.
      *-----> TABELA DE MUNICIPIOS OMISSOS - DIMENSIONADA PARA TODOS
      *-----> OS MUNICIPIOS DO PAIS (~5.570); A QTDE OCUPADA LIMITA O
      *-----> SORT, QUE REORDENA A TABELA POR UF E DEPOIS POR ORGAO
       01  WS-TAB-OMISSOS.
           05  WS-QTD-OMI             PIC 9(04)        VALUE ZERO.
           05  WS-TAB-OMI OCCURS 1 TO 6000 TIMES
                   DEPENDING ON WS-QTD-OMI
                   INDEXED BY IX-OMI IX-CNT.
               10  OMI-CIDADE         PIC 9(05).
               10  OMI-UF             PIC X(02).
               10  OMI-NOME           PIC X(30).
               10  OMI-ORIGEM         PIC X(10).
               10  OMI-ULT-REF        PIC 9(08).
      *-----> SAIDA - DECK DE COBRANCA POR ORGAO: UM CARTAO 'O' POR
      *-----> ORGAO, SEGUIDO DE UM CARTAO 'C' POR MUNICIPIO OMISSO
       01  WS-REG-COB-ORGAO.
           05 COB-TIPO-O          PIC X(01)        VALUE 'O'.
           05 COB-ORIGEM          PIC X(10).
           05 COB-REF-O           PIC 9(08).
           05 COB-QTD             PIC 9(05).
       01  WS-REG-COB-CIDADE.
           05 COB-TIPO-C          PIC X(01)        VALUE 'C'.
           05 COB-CIDADE          PIC 9(05).
           05 COB-UF              PIC X(02).
           05 COB-REF-C           PIC 9(08).
           05 COB-ULT-REF         PIC 9(08).
       01  WS-CARTAO-FIM          PIC X(24)        VALUE ALL '9'.
      *-----> SAIDA - LINHA DE DETALHE DO MUNICIPIO OMISSO
       01  WS-REG-DETALHE.
           05 OMICID              PIC 99999.
           05 FILLER              PIC X(01)        VALUE '-'.
           05 OMIUF               PIC XX.
           05 FILLER              PIC X(01)        VALUE SPACES.
           05 OMINOME             PIC X(30).
           05 FILLER              PIC X(03)        VALUE SPACES.
           05 OMIORIGEM           PIC X(10).
           05 FILLER              PIC X(03)        VALUE SPACES.
           05 OMIULTREF           PIC X(08).
      *-----> LINHAS DO RELATORIO EM DISCO (DD RELOMIS)
       01  WS-REL-CAB1.
           05 FILLER              PIC X(18)        VALUE
              'RELATORIO CGPRG026'.
           05 FILLER              PIC X(05)        VALUE SPACES.
           05 FILLER              PIC X(40)        VALUE
              'MUNICIPIOS OMISSOS NA CARGA             '.
           05 FILLER              PIC X(12)        VALUE
              'REFERENCIA: '.
           05 CAB1-REF            PIC 9(08).
           05 FILLER              PIC X(01)        VALUE SPACES.
           05 CAB1-TIPO           PIC X(15).
       01  WS-REL-CAB2.
           05 FILLER              PIC X(06)        VALUE
              'CIDADE'.
           05 FILLER              PIC X(03)        VALUE SPACES.
           05 FILLER              PIC X(04)        VALUE 'NOME'.
           05 FILLER              PIC X(29)        VALUE SPACES.
           05 FILLER              PIC X(10)        VALUE
              'ULT. ORGAO'.
           05 FILLER              PIC X(03)        VALUE SPACES.
           05 FILLER              PIC X(08)        VALUE
              'ULT. REF'.
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
       000-CGPRG026.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           IF WS-PARM-OK = 'S'
              PERFORM 050-RELATORIO-POR-UF
              PERFORM 060-RELATORIO-POR-ORGAO
           END-IF
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "LUANA - RICARDINO"
           DISPLAY "CGPRG026 - MUNICIPIOS OMISSOS NA CARGA"
           ACCEPT WS-REG-SYSIN FROM SYSIN
           DISPLAY "TIPO DE REFERENCIA......: " WS-TIPO-REF
           DISPLAY "REFERENCIA..............: " WS-REF-DATA
           DISPLAY "-------------------------------------------"

           PERFORM 015-VALIDAR-PARAMETRO

           OPEN OUTPUT REL-OMISSOS
           IF WS-STATUS-REL NOT = '00'
              DISPLAY "*** REL-OMISSOS NAO PODE SER ABERTO - "
                       "STATUS: " WS-STATUS-REL
           END-IF

           OPEN OUTPUT ARQ-COBRANCA
           IF WS-STATUS-COB NOT = '00'
              DISPLAY "*** ARQ-COBRANCA NAO PODE SER ABERTO - "
                       "STATUS: " WS-STATUS-COB
           END-IF

           OPEN INPUT CIDADES-CADASTRO
           IF WS-STATUS-CADCID = '00'
              MOVE 'S' TO WS-CADCID-ABERTO
           ELSE
              DISPLAY "*** CIDADES-CADASTRO NAO PODE SER ABERTO - "
                       "STATUS: " WS-STATUS-CADCID
              MOVE 16  TO RETURN-CODE
              MOVE 'S' TO WS-FIM
           END-IF

           OPEN INPUT CIDADES-MASTER
           IF WS-STATUS-MASTER = '00'
              MOVE 'S' TO WS-MASTER-ABERTO
           ELSE
              DISPLAY "*** CIDADES-MASTER NAO PODE SER ABERTO - "
                       "STATUS: " WS-STATUS-MASTER
              MOVE 16  TO RETURN-CODE
              MOVE 'S' TO WS-FIM
           END-IF

      *    NA REFERENCIA MENSAL O MES JA CONSOLIDADO (E TALVEZ
      *    EXPURGADO DO CIDMAST PELO CGPRG014) E PROCURADO NO CIDMES
           IF WS-TIPO-REF = 'M'
              OPEN INPUT CIDADES-MES
              IF WS-STATUS-MES = '00'
                 MOVE 'S' TO WS-MES-ABERTO
              ELSE
                 DISPLAY "*** CIDADES-MES NAO PODE SER ABERTO - "
                          "STATUS: " WS-STATUS-MES
                          " - SO O DETALHE DO CIDMAST E CONSULTADO"
              END-IF
           END-IF

      *    SEM O ULTREM O RELATORIO SAI, MAS TODOS OS OMISSOS FICAM
      *    SOB '(SEM ID)' NA SECAO POR ORGAO
           OPEN INPUT ULTIMO-REMETENTE
           IF WS-STATUS-ULTREM = '00'
              MOVE 'S' TO WS-ULTREM-ABERTO
           ELSE
              DISPLAY "*** ULTIMO-REMETENTE NAO PODE SER ABERTO - "
                       "STATUS: " WS-STATUS-ULTREM
                       " - OMISSOS SEM ORGAO DE ORIGEM"
           END-IF

           MOVE WS-REFERENCIA           TO CAB1-REF
           IF WS-TIPO-REF = 'M'
              MOVE '(MES INTEIRO)'      TO CAB1-TIPO
           ELSE
              MOVE '(DATA)'             TO CAB1-TIPO
           END-IF
           MOVE WS-REL-CAB1             TO REG-REL-OMISSOS
           WRITE REG-REL-OMISSOS
           MOVE WS-REL-TRACO            TO REG-REL-OMISSOS
           WRITE REG-REL-OMISSOS

           IF WS-FIM NOT = 'S'
              PERFORM 025-LER-CADASTRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICA DO CARTAO DE PARAMETRO
      *--------------------------------------------------------------*
       015-VALIDAR-PARAMETRO.

           IF WS-TIPO-REF = 'D'
              IF WS-REF-DATA NOT NUMERIC
                 MOVE 'N' TO WS-PARM-OK
              ELSE
                 MOVE WS-REF-DATA TO WS-REFERENCIA
              END-IF
           ELSE
              IF WS-TIPO-REF = 'M'
                 IF WS-REF-ANO-MES NOT NUMERIC
                    MOVE 'N' TO WS-PARM-OK
                 ELSE
                    COMPUTE WS-REFERENCIA = WS-REF-ANO-MES * 100
                 END-IF
              ELSE
                 MOVE 'N' TO WS-PARM-OK
              END-IF
           END-IF

           IF WS-PARM-OK NOT = 'S'
              DISPLAY "*** CARTAO DE PARAMETRO INVALIDO - USE 'D' + "
                       "DATA (8) OU 'M' + ANO-MES (6)"
              MOVE 16  TO RETURN-CODE
              MOVE 'S' TO WS-FIM
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA SEQUENCIAL DO CADASTRO DE CIDADES
      *--------------------------------------------------------------*
       025-LER-CADASTRO.

           READ CIDADES-CADASTRO NEXT RECORD
              AT END
                 MOVE 'S' TO WS-FIM
           END-READ
           .
      *--------------------------------------------------------------*
      *    CADA CIDADE ATIVA DO CADASTRO TEM DE TER CARGA NA
      *    REFERENCIA - A QUE NAO TEM ENTRA NA TABELA DE OMISSOS
      *--------------------------------------------------------------*
       030-PROCESSAR.

           ADD 1 TO WS-CTLIDO

           IF CAD-SITUACAO = 'A'
              ADD 1 TO WS-CTATIVAS
              PERFORM 035-ACUMULAR-UF
              IF WS-TIPO-REF = 'D'
                 PERFORM 040-VERIFICAR-DATA
              ELSE
                 PERFORM 042-VERIFICAR-MES
              END-IF
              IF WS-CARREGADA = 'S'
                 ADD 1 TO WS-CTCARREGADAS
              ELSE
                 PERFORM 045-REGISTRAR-OMISSO
              END-IF
           END-IF

           PERFORM 025-LER-CADASTRO
           .
      *--------------------------------------------------------------*
      *    CONTA A CIDADE ATIVA NA SUA UF (WS-TAB-ESTADOS)
      *--------------------------------------------------------------*
       035-ACUMULAR-UF.

           SET IX-UF TO 1
           SEARCH WS-TAB-UF
              AT END
                 IF WS-QTD-UF < 30
                    ADD 1           TO WS-QTD-UF
                    SET IX-UF       TO WS-QTD-UF
                    MOVE CAD-UF     TO TUF-UF(IX-UF)
                    MOVE 1          TO TUF-ATIVAS(IX-UF)
                 ELSE
                    DISPLAY "*** WS-TAB-UF CHEIA (30) - UF "
                             CAD-UF " SEM SUBTOTAL"
                 END-IF
              WHEN TUF-UF(IX-UF) = CAD-UF
                 ADD 1 TO TUF-ATIVAS(IX-UF)
           END-SEARCH
           .
      *--------------------------------------------------------------*
      *    REFERENCIA POR DATA: LEITURA DIRETA CIDADE + DATA
      *--------------------------------------------------------------*
       040-VERIFICAR-DATA.

           MOVE CAD-CIDADE    TO CM-CIDADE
           MOVE WS-REF-DATA   TO CM-DATA
           READ CIDADES-MASTER
              INVALID KEY
                 MOVE 'N' TO WS-CARREGADA
              NOT INVALID KEY
                 MOVE 'S' TO WS-CARREGADA
           END-READ
           .
      *--------------------------------------------------------------*
      *    REFERENCIA MENSAL: RESUMO NO CIDMES OU QUALQUER CARGA
      *    DIARIA DA CIDADE NO MES AINDA NAO CONSOLIDADA
      *--------------------------------------------------------------*
       042-VERIFICAR-MES.

           MOVE 'N' TO WS-CARREGADA

           IF WS-MES-ABERTO = 'S'
              MOVE CAD-CIDADE     TO CS-CIDADE
              MOVE WS-REF-ANO-MES TO CS-ANO-MES
              READ CIDADES-MES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'S' TO WS-CARREGADA
              END-READ
           END-IF

           IF WS-CARREGADA NOT = 'S'
              MOVE CAD-CIDADE     TO CM-CIDADE
              MOVE WS-REFERENCIA  TO CM-DATA
              START CIDADES-MASTER KEY IS NOT LESS THAN CM-CHAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ CIDADES-MASTER NEXT RECORD
                       AT END
                          CONTINUE
                       NOT AT END
                          MOVE CM-DATA(1:6) TO WS-ANO-MES-LIDO
                          IF CM-CIDADE = CAD-CIDADE
                             AND WS-ANO-MES-LIDO = WS-REF-ANO-MES
                             MOVE 'S' TO WS-CARREGADA
                          END-IF
                    END-READ
              END-START
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDA O MUNICIPIO OMISSO COM O SEU ULTIMO REMETENTE
      *--------------------------------------------------------------*
       045-REGISTRAR-OMISSO.

           ADD 1 TO WS-CTOMISSAS

           IF WS-QTD-OMI < 6000
              ADD 1              TO WS-QTD-OMI
              SET IX-OMI         TO WS-QTD-OMI
              MOVE CAD-CIDADE    TO OMI-CIDADE(IX-OMI)
              MOVE CAD-UF        TO OMI-UF(IX-OMI)
              MOVE CAD-NOME      TO OMI-NOME(IX-OMI)
              PERFORM 047-BUSCAR-REMETENTE
           ELSE
              ADD 1 TO WS-CTDESCARTADAS
              MOVE 16 TO RETURN-CODE
              DISPLAY "*** WS-TAB-OMI CHEIA (6000) - CIDADE "
                       CAD-CIDADE " FORA DO RELATORIO"
           END-IF
           .
      *--------------------------------------------------------------*
      *    ULTIMO ORGAO QUE ENVIOU A CIDADE (ULTREM) - CIDADE NUNCA
      *    CARREGADA, OU SEM O ARQUIVO, FICA COMO '(SEM ID)'
      *--------------------------------------------------------------*
       047-BUSCAR-REMETENTE.

           MOVE '(SEM ID)  '  TO OMI-ORIGEM(IX-OMI)
           MOVE ZERO          TO OMI-ULT-REF(IX-OMI)

           IF WS-ULTREM-ABERTO = 'S'
              MOVE CAD-CIDADE TO UR-CIDADE
              READ ULTIMO-REMETENTE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE UR-ORIGEM   TO OMI-ORIGEM(IX-OMI)
                    MOVE UR-DATA-REF TO OMI-ULT-REF(IX-OMI)
              END-READ
           END-IF

           IF OMI-ORIGEM(IX-OMI) = '(SEM ID)  '
              ADD 1 TO WS-CTSEM-ORIGEM
           END-IF
           .
      *--------------------------------------------------------------*
      *    SECAO 1 - OMISSOS POR UF, COM SUBTOTAL DE CADA UF
      *--------------------------------------------------------------*
       050-RELATORIO-POR-UF.

           MOVE 'MUNICIPIOS OMISSOS POR UF' TO WS-REL-LINHA
           PERFORM 080-GRAVAR-LINHA
           MOVE WS-REL-TRACO            TO REG-REL-OMISSOS
           WRITE REG-REL-OMISSOS

           IF WS-QTD-OMI > ZERO
              SORT WS-TAB-OMI ASCENDING KEY OMI-UF OMI-CIDADE
              MOVE SPACES TO WS-UF-ATUAL
              PERFORM 052-IMPRIMIR-POR-UF
                 VARYING IX-OMI FROM 1 BY 1
                 UNTIL IX-OMI > WS-QTD-OMI
              PERFORM 055-FECHAR-UF
           ELSE
              MOVE 'NENHUM MUNICIPIO ATIVO OMISSO NA REFERENCIA'
                   TO WS-REL-LINHA
              PERFORM 080-GRAVAR-LINHA
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIME UM OMISSO - QUEBRA DE UF ABRE NOVO GRUPO
      *--------------------------------------------------------------*
       052-IMPRIMIR-POR-UF.

           IF OMI-UF(IX-OMI) NOT = WS-UF-ATUAL
              IF WS-UF-ATUAL NOT = SPACES
                 PERFORM 055-FECHAR-UF
              END-IF
              MOVE OMI-UF(IX-OMI)     TO WS-UF-ATUAL
              MOVE ZERO               TO WS-CTGRUPO
              MOVE SPACES TO WS-REL-LINHA
              STRING 'UF: ' WS-UF-ATUAL
                     DELIMITED BY SIZE INTO WS-REL-LINHA
              PERFORM 080-GRAVAR-LINHA
              MOVE WS-REL-CAB2        TO REG-REL-OMISSOS
              WRITE REG-REL-OMISSOS
           END-IF

           ADD 1 TO WS-CTGRUPO
           PERFORM 070-MONTAR-DETALHE
           .
      *--------------------------------------------------------------*
      *    SUBTOTAL DA UF: OMISSOS SOBRE AS CIDADES ATIVAS DA UF
      *--------------------------------------------------------------*
       055-FECHAR-UF.

           SET IX-UF TO 1
           SEARCH WS-TAB-UF
              AT END
                 MOVE SPACES TO WS-REL-LINHA
                 STRING 'TOTAL DA UF ' WS-UF-ATUAL ': '
                        WS-CTGRUPO ' OMISSO(S)'
                        DELIMITED BY SIZE INTO WS-REL-LINHA
              WHEN TUF-UF(IX-UF) = WS-UF-ATUAL
                 MOVE SPACES TO WS-REL-LINHA
                 STRING 'TOTAL DA UF ' WS-UF-ATUAL ': '
                        WS-CTGRUPO ' OMISSO(S) DE '
                        TUF-ATIVAS(IX-UF) ' CIDADE(S) ATIVA(S)'
                        DELIMITED BY SIZE INTO WS-REL-LINHA
           END-SEARCH
           DISPLAY WS-REL-LINHA
           PERFORM 080-GRAVAR-LINHA
           MOVE WS-REL-TRACO            TO REG-REL-OMISSOS
           WRITE REG-REL-OMISSOS
           .
      *--------------------------------------------------------------*
      *    SECAO 2 - OMISSOS POR ULTIMO ORGAO REMETENTE, COM O DECK
      *    DE COBRANCA DE CADA ORGAO
      *--------------------------------------------------------------*
       060-RELATORIO-POR-ORGAO.

           MOVE 'MUNICIPIOS OMISSOS POR ULTIMO ORGAO REMETENTE'
                TO WS-REL-LINHA
           PERFORM 080-GRAVAR-LINHA
           MOVE WS-REL-TRACO            TO REG-REL-OMISSOS
           WRITE REG-REL-OMISSOS

           IF WS-QTD-OMI > ZERO
              SORT WS-TAB-OMI ASCENDING KEY OMI-ORIGEM OMI-UF
                                            OMI-CIDADE
              MOVE SPACES TO WS-ORIGEM-ATUAL
              PERFORM 062-IMPRIMIR-POR-ORGAO
                 VARYING IX-OMI FROM 1 BY 1
                 UNTIL IX-OMI > WS-QTD-OMI
              PERFORM 065-FECHAR-ORGAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIME UM OMISSO E GRAVA O CARTAO DE COBRANCA - QUEBRA DE
      *    ORGAO GRAVA O CARTAO 'O' COM A QTDE DE OMISSOS DO ORGAO
      *--------------------------------------------------------------*
       062-IMPRIMIR-POR-ORGAO.

           IF OMI-ORIGEM(IX-OMI) NOT = WS-ORIGEM-ATUAL
              IF WS-ORIGEM-ATUAL NOT = SPACES
                 PERFORM 065-FECHAR-ORGAO
              END-IF
              MOVE OMI-ORIGEM(IX-OMI) TO WS-ORIGEM-ATUAL
              PERFORM 067-CARTAO-ORGAO
              MOVE ZERO               TO WS-CTGRUPO
              MOVE SPACES TO WS-REL-LINHA
              STRING 'ORGAO: ' WS-ORIGEM-ATUAL
                     DELIMITED BY SIZE INTO WS-REL-LINHA
              PERFORM 080-GRAVAR-LINHA
              MOVE WS-REL-CAB2        TO REG-REL-OMISSOS
              WRITE REG-REL-OMISSOS
           END-IF

           ADD 1 TO WS-CTGRUPO
           PERFORM 070-MONTAR-DETALHE

           MOVE OMI-CIDADE(IX-OMI)    TO COB-CIDADE
           MOVE OMI-UF(IX-OMI)        TO COB-UF
           MOVE WS-REFERENCIA         TO COB-REF-C
           MOVE OMI-ULT-REF(IX-OMI)   TO COB-ULT-REF
           MOVE WS-REG-COB-CIDADE     TO REG-COBRANCA
           WRITE REG-COBRANCA
           ADD 1 TO WS-CTCARTOES
           .
      *--------------------------------------------------------------*
      *    SUBTOTAL DO ORGAO
      *--------------------------------------------------------------*
       065-FECHAR-ORGAO.

           MOVE SPACES TO WS-REL-LINHA
           STRING 'TOTAL DO ORGAO ' WS-ORIGEM-ATUAL ': '
                  WS-CTGRUPO ' MUNICIPIO(S) OMISSO(S) A COBRAR'
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           DISPLAY WS-REL-LINHA
           PERFORM 080-GRAVAR-LINHA
           MOVE WS-REL-TRACO            TO REG-REL-OMISSOS
           WRITE REG-REL-OMISSOS
           .
      *--------------------------------------------------------------*
      *    CARTAO 'O' DO DECK: ORGAO + REFERENCIA + QTDE DE OMISSOS
      *    (CONTADA A FRENTE NA TABELA, JA ORDENADA POR ORGAO)
      *--------------------------------------------------------------*
       067-CARTAO-ORGAO.

           MOVE ZERO TO COB-QTD
           PERFORM 068-CONTAR-ORGAO
              VARYING IX-CNT FROM IX-OMI BY 1
              UNTIL IX-CNT > WS-QTD-OMI

           MOVE WS-ORIGEM-ATUAL       TO COB-ORIGEM
           MOVE WS-REFERENCIA         TO COB-REF-O
           MOVE WS-REG-COB-ORGAO      TO REG-COBRANCA
           WRITE REG-COBRANCA
           ADD 1 TO WS-CTCARTOES
           .
      *--------------------------------------------------------------*
      *    CONTA UM OMISSO DO ORGAO CORRENTE (IX-CNT)
      *--------------------------------------------------------------*
       068-CONTAR-ORGAO.

           IF OMI-ORIGEM(IX-CNT) = WS-ORIGEM-ATUAL
              ADD 1 TO COB-QTD
           END-IF
           .
      *--------------------------------------------------------------*
      *    MONTA E GRAVA A LINHA DE DETALHE DO OMISSO (IX-OMI)
      *--------------------------------------------------------------*
       070-MONTAR-DETALHE.

           MOVE OMI-CIDADE(IX-OMI)    TO OMICID
           MOVE OMI-UF(IX-OMI)        TO OMIUF
           MOVE OMI-NOME(IX-OMI)      TO OMINOME
           MOVE OMI-ORIGEM(IX-OMI)    TO OMIORIGEM
           IF OMI-ULT-REF(IX-OMI) = ZERO
              MOVE 'NUNCA'            TO OMIULTREF
           ELSE
              MOVE OMI-ULT-REF(IX-OMI) TO OMIULTREF
           END-IF

           MOVE WS-REG-DETALHE        TO REG-REL-OMISSOS
           WRITE REG-REL-OMISSOS
           .
      *--------------------------------------------------------------*
      *    GRAVA UMA LINHA LIVRE (WS-REL-LINHA) NO RELATORIO
      *--------------------------------------------------------------*
       080-GRAVAR-LINHA.

           MOVE WS-REL-LINHA            TO REG-REL-OMISSOS
           WRITE REG-REL-OMISSOS
           MOVE SPACES                  TO WS-REL-LINHA
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - TOTAIS E CARTAO DE FIM DO DECK
      *--------------------------------------------------------------*
       090-TERMINAR.

           MOVE SPACES TO WS-REL-LINHA
           STRING 'CIDADES LIDAS: ' WS-CTLIDO
                  '  ATIVAS: ' WS-CTATIVAS
                  '  CARREGADAS: ' WS-CTCARREGADAS
                  '  OMISSAS: ' WS-CTOMISSAS
                  '  SEM ORGAO: ' WS-CTSEM-ORIGEM
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           PERFORM 080-GRAVAR-LINHA

           MOVE WS-CARTAO-FIM           TO REG-COBRANCA
           WRITE REG-COBRANCA

           CLOSE REL-OMISSOS
           CLOSE ARQ-COBRANCA
           IF WS-CADCID-ABERTO = 'S'
              CLOSE CIDADES-CADASTRO
           END-IF
           IF WS-MASTER-ABERTO = 'S'
              CLOSE CIDADES-MASTER
           END-IF
           IF WS-MES-ABERTO = 'S'
              CLOSE CIDADES-MES
           END-IF
           IF WS-ULTREM-ABERTO = 'S'
              CLOSE ULTIMO-REMETENTE
           END-IF

           DISPLAY " *========================================*"
           DISPLAY " *   TOTAIS DE CONTROLE - CGPRG026        *"
           DISPLAY " *----------------------------------------*"
           DISPLAY " * CIDADES LIDAS NO CADASTRO   = " WS-CTLIDO
           DISPLAY " * CIDADES ATIVAS              = " WS-CTATIVAS
           DISPLAY " * ATIVAS COM CARGA            = " WS-CTCARREGADAS
           DISPLAY " * ATIVAS OMISSAS              = " WS-CTOMISSAS
           DISPLAY " * OMISSAS SEM ORGAO REMETENTE = " WS-CTSEM-ORIGEM
           DISPLAY " * OMISSAS FORA DA TABELA      = " WS-CTDESCARTADAS
           DISPLAY " * CARTOES DE COBRANCA         = " WS-CTCARTOES
           DISPLAY " *========================================*"
           DISPLAY " *----------------------------------------*"
           DISPLAY " *      TERMINO NORMAL DO CGPRG026        *"
           DISPLAY " *----------------------------------------*"
           .
      *---------------> FIM DO PROGRAMA CGPRG026 <-------------------*
