       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG034.
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
           SELECT CIDADES-MES     ASSIGN TO "CIDMES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WS-STATUS-MES.
           SELECT SITUACAO-REN    ASSIGN TO "RENSIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RS-CHAVE
               FILE STATUS IS WS-STATUS-SIT.
           SELECT ARQ-REMESSA     ASSIGN TO "REMREN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REM.
           SELECT REL-REMESSA     ASSIGN TO "RELREM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REL.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
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
      *    SITUACAO DO ENVIO AO RENAEST POR CIDADE E ANO-MES, COM OS
      *    VALORES ENVIADOS (PARA DETECTAR RETIFICACAO POSTERIOR NO
      *    CIDMES). A CHAVE ZERADA GUARDA O ULTIMO NUMERO DE LOTE
       FD  SITUACAO-REN
           LABEL RECORDS ARE STANDARD.
       01  REG-SITUACAO-REN.
           05  RS-CHAVE.
               10  RS-CIDADE          PIC 9(05).
               10  RS-ANO-MES         PIC 9(06).
      *        'E' = ENVIADO, AGUARDANDO RETORNO / 'A' = ACEITO /
      *        'R' = REJEITADO PELO RENAEST (A REENVIAR)
           05  RS-SITUACAO            PIC X(01).
           05  RS-LOTE                PIC 9(06).
           05  RS-SEQ                 PIC 9(06).
           05  RS-DATA-ENVIO          PIC 9(08).
           05  RS-DATA-RETORNO        PIC 9(08).
           05  RS-COD-ERRO            PIC X(04).
           05  RS-QTD-ENVIOS          PIC 9(03).
           05  RS-ENVIADO.
               10  RS-QTD-ACIDENTES   PIC 9(06).
               10  RS-QTD-OBITOS      PIC 9(06).
               10  RS-QTD-ACID-LEVES  PIC 9(06).
               10  RS-QTD-ACID-GRAVES PIC 9(06).
               10  RS-QTD-ACID-FATAIS PIC 9(06).
               10  RS-QTD-FERIDOS     PIC 9(06).
       01  REG-SITUACAO-CTL REDEFINES REG-SITUACAO-REN.
           05  RSC-CHAVE              PIC 9(11).
           05  RSC-ULTIMO-LOTE        PIC 9(06).
           05  RSC-DATA-ULTIMO        PIC 9(08).
           05  RSC-ANO-MES-ULTIMO     PIC 9(06).
           05  FILLER                 PIC X(52).
      *
      *    ARQUIVO DE REMESSA NO LAYOUT FIXO DO RENAEST (80 BYTES)
       FD  ARQ-REMESSA
           LABEL RECORDS ARE STANDARD.
       01  REG-REMESSA                PIC X(80).
      *
       FD  REL-REMESSA
           LABEL RECORDS ARE STANDARD.
       01  REG-REL-REMESSA            PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-FIM                 PIC X(01).
           05  WS-STATUS-MES          PIC X(02).
           05  WS-STATUS-SIT          PIC X(02).
           05  WS-STATUS-REM          PIC X(02).
           05  WS-STATUS-REL          PIC X(02).
           05  WS-MES-ABERTO          PIC X(01)        VALUE 'N'.
           05  WS-SIT-ABERTO          PIC X(01)        VALUE 'N'.
           05  WS-REM-ABERTO          PIC X(01)        VALUE 'N'.
           05  WS-SIT-EXISTE          PIC X(01).
      *        'N' NOVO / 'R' REENVIO / 'C' CORRECAO / ' ' NAO ENVIA
           05  WS-TIPO-ENVIO          PIC X(01).
           05  WS-LOTE                PIC 9(06)        VALUE ZERO.
           05  WS-SEQ                 PIC 9(06)        VALUE ZERO.
           05  WS-COD-FEDERAL         PIC 9(07).
           05  WS-CTLIDO              PIC 9(06)        VALUE ZERO.
           05  WS-CTNOVOS             PIC 9(06)        VALUE ZERO.
           05  WS-CTREENVIOS          PIC 9(06)        VALUE ZERO.
           05  WS-CTCORRECOES         PIC 9(06)        VALUE ZERO.
           05  WS-CTJA-ACEITOS        PIC 9(06)        VALUE ZERO.
           05  WS-CTAGUARDANDO        PIC 9(06)        VALUE ZERO.
           05  WS-CTSEM-UF            PIC 9(06)        VALUE ZERO.
           05  WS-SOMA-ACD            PIC 9(09)        VALUE ZERO.
           05  WS-SOMA-OBT            PIC 9(09)        VALUE ZERO.
           05  AS-DATA                PIC 9(08).
      *-----> ENTRADA - ANO-MES A ENVIAR (00AAMM, COMO NO CIDMES),
      *-----> CODIGO DO REMETENTE JUNTO AO RENAEST E OPCAO ('F' =
      *-----> REENVIA TAMBEM O QUE AINDA AGUARDA RETORNO), VIA SYSIN
       01  WS-REG-SYSIN.
           05 WS-ANOMES-REF       PIC 9(06).
           05 WS-ANOMES-REF-R REDEFINES WS-ANOMES-REF.
              10 WS-ANO-REF       PIC 9(04).
              10 WS-MES-REF       PIC 9(02).
           05 WS-REMETENTE        PIC X(10).
           05 WS-OPCAO            PIC X(01).
      *-----> CODIGO IBGE DE CADA UF - O CODIGO FEDERAL DO MUNICIPIO
      *-----> E O CODIGO DA UF SEGUIDO DO CODIGO DA CIDADE (CS-CIDADE)
       01  WS-TAB-UF-IBGE.
           05  FILLER             PIC X(36)        VALUE
               'RO11AC12AM13RR14PA15AP16TO17MA21PI22'.
           05  FILLER             PIC X(36)        VALUE
               'CE23RN24PB25PE26AL27SE28BA29MG31ES32'.
           05  FILLER             PIC X(36)        VALUE
               'RJ33SP35PR41SC42RS43MS50MT51GO52DF53'.
       01  WS-TAB-UF-IBGE-R REDEFINES WS-TAB-UF-IBGE.
           05  WS-UF-IBGE OCCURS 27 TIMES
                   INDEXED BY IX-UF-IBGE.
               10  WS-UF-IBGE-SIGLA   PIC X(02).
               10  WS-UF-IBGE-CODIGO  PIC 9(02).
      *-----> SAIDA - REGISTROS DA REMESSA (HEADER, DETALHE, TRAILER)
      *-----> ANOS COM 4 DIGITOS, COMO EXIGE O RENAEST
       01  WS-REM-HEADER.
           05 FILLER               PIC X(01)        VALUE '0'.
           05 REMH-LOTE            PIC 9(06).
           05 REMH-DATA-GERACAO    PIC 9(08).
           05 REMH-ANO-MES         PIC 9(06).
           05 REMH-REMETENTE       PIC X(10).
           05 FILLER               PIC X(07)        VALUE 'RENAEST'.
           05 FILLER               PIC X(42)        VALUE SPACES.
       01  WS-REM-DETALHE.
           05 FILLER               PIC X(01)        VALUE '1'.
           05 REMD-LOTE            PIC 9(06).
           05 REMD-SEQ             PIC 9(06).
           05 REMD-COD-MUNIC       PIC 9(07).
           05 REMD-UF              PIC X(02).
           05 REMD-ANO-MES         PIC 9(06).
           05 REMD-TIPO-ENVIO      PIC X(01).
           05 REMD-FROTA           PIC 9(07).
           05 REMD-ACIDENTES       PIC 9(06).
           05 REMD-OBITOS          PIC 9(06).
           05 REMD-ACID-LEVES      PIC 9(06).
           05 REMD-ACID-GRAVES     PIC 9(06).
           05 REMD-ACID-FATAIS     PIC 9(06).
           05 REMD-FERIDOS         PIC 9(06).
           05 FILLER               PIC X(08)        VALUE SPACES.
       01  WS-REM-TRAILER.
           05 FILLER               PIC X(01)        VALUE '9'.
           05 REMT-LOTE            PIC 9(06).
           05 REMT-QTD-REG         PIC 9(06).
           05 REMT-SOMA-ACIDENTES  PIC 9(09).
           05 REMT-SOMA-OBITOS     PIC 9(09).
           05 FILLER               PIC X(49)        VALUE SPACES.
      *-----> SAIDA - LINHA DO REGISTRO ENVIADO
       01  WS-REG-DETALHE.
           05 DETSEQ               PIC ZZZZZ9.
           05 FILLER               PIC X(02)        VALUE SPACES.
           05 DETCID               PIC 99999.
           05 FILLER               PIC X(01)        VALUE '-'.
           05 DETUF                PIC X(02).
           05 FILLER               PIC X(02)        VALUE SPACES.
           05 DETCODFED            PIC 9(07).
           05 FILLER               PIC X(02)        VALUE SPACES.
           05 DETTIPO              PIC X(08).
           05 FILLER               PIC X(02)        VALUE SPACES.
           05 DETACD               PIC ZZZ.ZZ9.
           05 FILLER               PIC X(02)        VALUE SPACES.
           05 DETOBT               PIC ZZZ.ZZ9.
           05 FILLER               PIC X(02)        VALUE SPACES.
           05 DETFER               PIC ZZZ.ZZ9.
           05 FILLER               PIC X(02)        VALUE SPACES.
           05 DETENVIOS            PIC ZZ9.
      *-----> LINHAS DO RELATORIO EM DISCO (DD RELREM)
       01  WS-REL-CAB1.
           05 FILLER              PIC X(18)        VALUE
              'RELATORIO CGPRG034'.
           05 FILLER              PIC X(05)        VALUE SPACES.
           05 FILLER              PIC X(30)        VALUE
              'REMESSA AO RENAEST - LOTE '.
           05 CAB1-LOTE            PIC 9(06).
           05 FILLER              PIC X(12)        VALUE
              ' - ANO-MES '.
           05 CAB1-ANO-MES         PIC 9(06).
       01  WS-REL-CAB2.
           05 FILLER              PIC X(06)        VALUE
              '   SEQ'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(08)        VALUE
              'CIDADE'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(07)        VALUE
              'COD.FED'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(08)        VALUE
              'ENVIO'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(07)        VALUE
              'ACIDENT'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(07)        VALUE
              ' OBITOS'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(07)        VALUE
              'FERIDOS'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(03)        VALUE
              'ENV'.
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
       000-CGPRG034.

           ACCEPT AS-DATA FROM DATE
           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - CRITICA DA SYSIN, ABERTURA DOS
      *    ARQUIVOS, NUMERO DO LOTE E HEADER DA REMESSA
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "LUANA - RICARDINO"
           DISPLAY "CGPRG034 - REMESSA MENSAL AO RENAEST"
           ACCEPT WS-REG-SYSIN FROM SYSIN
           DISPLAY "ANO-MES DA REMESSA.....: " WS-ANOMES-REF
           DISPLAY "REMETENTE..............: " WS-REMETENTE
           DISPLAY "OPCAO..................: " WS-OPCAO
           DISPLAY "-------------------------------------------"

           MOVE 'N' TO WS-FIM

           OPEN OUTPUT REL-REMESSA
           IF WS-STATUS-REL NOT = '00'
              DISPLAY "*** REL-REMESSA NAO PODE SER ABERTO - STATUS: "
                       WS-STATUS-REL
           END-IF

           IF WS-ANOMES-REF NOT NUMERIC
              DISPLAY "*** ANO-MES DA REMESSA INVALIDO NA SYSIN"
              MOVE 16  TO RETURN-CODE
           ELSE
              IF WS-MES-REF < 1 OR WS-MES-REF > 12
                 DISPLAY "*** MES DA REMESSA INVALIDO NA SYSIN: "
                          WS-MES-REF
                 MOVE 16  TO RETURN-CODE
              END-IF
           END-IF
           IF WS-REMETENTE = SPACES
              DISPLAY "*** CODIGO DO REMETENTE NAO INFORMADO NA SYSIN"
              MOVE 16  TO RETURN-CODE
           END-IF
           IF WS-OPCAO NOT = SPACE AND WS-OPCAO NOT = 'F'
              DISPLAY "*** OPCAO INVALIDA NA SYSIN: " WS-OPCAO
                       " (BRANCO OU F)"
              MOVE 16  TO RETURN-CODE
           END-IF

           IF RETURN-CODE = ZERO
              OPEN INPUT CIDADES-MES
              IF WS-STATUS-MES = '00'
                 MOVE 'S' TO WS-MES-ABERTO
              ELSE
                 DISPLAY "*** CIDADES-MES NAO PODE SER ABERTO - "
                          "STATUS: " WS-STATUS-MES
                 MOVE 16  TO RETURN-CODE
              END-IF
           END-IF

           IF RETURN-CODE = ZERO
              OPEN I-O SITUACAO-REN
              IF WS-STATUS-SIT = '00'
                 MOVE 'S' TO WS-SIT-ABERTO
              ELSE
                 OPEN OUTPUT SITUACAO-REN
                 IF WS-STATUS-SIT = '00'
                    CLOSE SITUACAO-REN
                    OPEN I-O SITUACAO-REN
                    MOVE 'S' TO WS-SIT-ABERTO
                 ELSE
                    DISPLAY "*** SITUACAO-REN NAO PODE SER ABERTO - "
                             "STATUS: " WS-STATUS-SIT
                    MOVE 16  TO RETURN-CODE
                 END-IF
              END-IF
           END-IF

           IF RETURN-CODE = ZERO
              OPEN OUTPUT ARQ-REMESSA
              IF WS-STATUS-REM = '00'
                 MOVE 'S' TO WS-REM-ABERTO
              ELSE
                 DISPLAY "*** ARQ-REMESSA NAO PODE SER ABERTO - "
                          "STATUS: " WS-STATUS-REM
                 MOVE 16  TO RETURN-CODE
              END-IF
           END-IF

           IF RETURN-CODE NOT = ZERO
              MOVE 'S' TO WS-FIM
           ELSE
              PERFORM 015-NUMERAR-LOTE
              PERFORM 020-POSICIONAR-CIDMES
           END-IF

           MOVE WS-LOTE                 TO CAB1-LOTE
           MOVE WS-ANOMES-REF           TO CAB1-ANO-MES
           MOVE WS-REL-CAB1             TO REG-REL-REMESSA
           WRITE REG-REL-REMESSA
           MOVE WS-REL-TRACO            TO REG-REL-REMESSA
           WRITE REG-REL-REMESSA
           MOVE WS-REL-CAB2             TO REG-REL-REMESSA
           WRITE REG-REL-REMESSA
           MOVE WS-REL-TRACO            TO REG-REL-REMESSA
           WRITE REG-REL-REMESSA
           .
      *--------------------------------------------------------------*
      *    NUMERO DE CONTROLE DO LOTE: ULTIMO LOTE DO REGISTRO DE
      *    CONTROLE DO RENSIT MAIS UM. O NUMERO E CONSUMIDO JA NO
      *    INICIO - UMA REMESSA QUE ABENDAR NAO REPETE O LOTE
      *--------------------------------------------------------------*
       015-NUMERAR-LOTE.

           MOVE ZERO TO RSC-CHAVE
           READ SITUACAO-REN
              INVALID KEY
                 MOVE SPACES TO REG-SITUACAO-CTL
                 MOVE ZERO   TO RSC-CHAVE
                 MOVE 1      TO WS-LOTE
                 MOVE WS-LOTE       TO RSC-ULTIMO-LOTE
                 MOVE AS-DATA       TO RSC-DATA-ULTIMO
                 MOVE WS-ANOMES-REF TO RSC-ANO-MES-ULTIMO
                 WRITE REG-SITUACAO-REN
              NOT INVALID KEY
                 COMPUTE WS-LOTE = RSC-ULTIMO-LOTE + 1
                 MOVE WS-LOTE       TO RSC-ULTIMO-LOTE
                 MOVE AS-DATA       TO RSC-DATA-ULTIMO
                 MOVE WS-ANOMES-REF TO RSC-ANO-MES-ULTIMO
                 REWRITE REG-SITUACAO-REN
           END-READ

           DISPLAY "LOTE DA REMESSA........: " WS-LOTE

           MOVE WS-LOTE                 TO REMH-LOTE
           COMPUTE REMH-DATA-GERACAO = AS-DATA + 20000000
           COMPUTE REMH-ANO-MES = WS-ANOMES-REF + 200000
           MOVE WS-REMETENTE            TO REMH-REMETENTE
           MOVE WS-REM-HEADER           TO REG-REMESSA
           WRITE REG-REMESSA
           .
      *--------------------------------------------------------------*
      *    POSICIONA O CIDMES NO INICIO E LE O PRIMEIRO REGISTRO
      *--------------------------------------------------------------*
       020-POSICIONAR-CIDMES.

           MOVE LOW-VALUES TO CS-CHAVE
           START CIDADES-MES KEY IS NOT LESS THAN CS-CHAVE
              INVALID KEY
                 DISPLAY "*** CIDADES-MES NAO POSSUI REGISTROS"
                 MOVE 'S' TO WS-FIM
           END-START
           IF WS-FIM NOT = 'S'
              PERFORM 025-LER-SEQUENCIAL
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA SEQUENCIAL DO CIDMES (ACCESS DYNAMIC)
      *--------------------------------------------------------------*
       025-LER-SEQUENCIAL.

           READ CIDADES-MES NEXT RECORD
              AT END
                 MOVE 'S' TO WS-FIM
           END-READ
           .
      *--------------------------------------------------------------*
      *    RESUMO DO MES DA REMESSA: DECIDE SE A CIDADE VAI NO LOTE
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF CS-ANO-MES = WS-ANOMES-REF
              ADD 1 TO WS-CTLIDO
              PERFORM 035-SELECIONAR
              IF WS-TIPO-ENVIO NOT = SPACE
                 PERFORM 037-CODIGO-FEDERAL
              END-IF
              IF WS-TIPO-ENVIO NOT = SPACE
                 PERFORM 040-GRAVAR-REMESSA
                 PERFORM 045-ATUALIZAR-SITUACAO
              END-IF
           END-IF

           PERFORM 025-LER-SEQUENCIAL
           .
      *--------------------------------------------------------------*
      *    SITUACAO ANTERIOR DA CIDADE-MES NO RENSIT:
      *    - SEM REGISTRO ............................ NOVO
      *    - REJEITADO PELO RENAEST .................. REENVIO
      *    - AGUARDANDO RETORNO ...... SO COM OPCAO 'F' (REENVIO)
      *    - ACEITO, MAS O CIDMES MUDOU DEPOIS (RETIFICACAO) . CORRECAO
      *    - ACEITO E SEM ALTERACAO ............... NAO VAI NO LOTE
      *--------------------------------------------------------------*
       035-SELECIONAR.

           MOVE SPACE     TO WS-TIPO-ENVIO
           MOVE CS-CHAVE  TO RS-CHAVE
           READ SITUACAO-REN
              INVALID KEY
                 MOVE 'N' TO WS-SIT-EXISTE
                 MOVE 'N' TO WS-TIPO-ENVIO
              NOT INVALID KEY
                 MOVE 'S' TO WS-SIT-EXISTE
           END-READ

           IF WS-SIT-EXISTE = 'S'
              EVALUATE RS-SITUACAO
                 WHEN 'R'
                    MOVE 'R' TO WS-TIPO-ENVIO
                 WHEN 'E'
                    IF WS-OPCAO = 'F'
                       MOVE 'R' TO WS-TIPO-ENVIO
                    ELSE
                       ADD 1 TO WS-CTAGUARDANDO
                    END-IF
                 WHEN OTHER
                    IF CS-QTD-ACIDENTES   NOT = RS-QTD-ACIDENTES
                       OR CS-QTD-OBITOS      NOT = RS-QTD-OBITOS
                       OR CS-QTD-ACID-LEVES  NOT = RS-QTD-ACID-LEVES
                       OR CS-QTD-ACID-GRAVES NOT = RS-QTD-ACID-GRAVES
                       OR CS-QTD-ACID-FATAIS NOT = RS-QTD-ACID-FATAIS
                       OR CS-QTD-FERIDOS     NOT = RS-QTD-FERIDOS
                       MOVE 'C' TO WS-TIPO-ENVIO
                    ELSE
                       ADD 1 TO WS-CTJA-ACEITOS
                    END-IF
              END-EVALUATE
           END-IF
           .
      *--------------------------------------------------------------*
      *    MONTA O CODIGO FEDERAL (IBGE) DO MUNICIPIO: UF SEM CODIGO
      *    NA TABELA NAO VAI NO LOTE
      *--------------------------------------------------------------*
       037-CODIGO-FEDERAL.

           SET IX-UF-IBGE TO 1
           SEARCH WS-UF-IBGE
              AT END
                 ADD 1 TO WS-CTSEM-UF
                 MOVE SPACE TO WS-TIPO-ENVIO
                 DISPLAY "*** CIDADE " CS-CIDADE " - UF " CS-ESTADO
                          " SEM CODIGO IBGE - FORA DA REMESSA"
              WHEN WS-UF-IBGE-SIGLA(IX-UF-IBGE) = CS-ESTADO
                 COMPUTE WS-COD-FEDERAL =
                         WS-UF-IBGE-CODIGO(IX-UF-IBGE) * 100000
                         + CS-CIDADE
           END-SEARCH
           .
      *--------------------------------------------------------------*
      *    GRAVA O REGISTRO DE DETALHE DA REMESSA E LISTA O ENVIO
      *--------------------------------------------------------------*
       040-GRAVAR-REMESSA.

           ADD 1 TO WS-SEQ
           MOVE WS-LOTE                 TO REMD-LOTE
           MOVE WS-SEQ                  TO REMD-SEQ
           MOVE WS-COD-FEDERAL          TO REMD-COD-MUNIC
           MOVE CS-ESTADO               TO REMD-UF
           COMPUTE REMD-ANO-MES = CS-ANO-MES + 200000
           MOVE WS-TIPO-ENVIO           TO REMD-TIPO-ENVIO
           MOVE CS-QTD-VEICULOS         TO REMD-FROTA
           MOVE CS-QTD-ACIDENTES        TO REMD-ACIDENTES
           MOVE CS-QTD-OBITOS           TO REMD-OBITOS
           MOVE CS-QTD-ACID-LEVES       TO REMD-ACID-LEVES
           MOVE CS-QTD-ACID-GRAVES      TO REMD-ACID-GRAVES
           MOVE CS-QTD-ACID-FATAIS      TO REMD-ACID-FATAIS
           MOVE CS-QTD-FERIDOS          TO REMD-FERIDOS
           MOVE WS-REM-DETALHE          TO REG-REMESSA
           WRITE REG-REMESSA

           ADD CS-QTD-ACIDENTES         TO WS-SOMA-ACD
           ADD CS-QTD-OBITOS            TO WS-SOMA-OBT

           EVALUATE WS-TIPO-ENVIO
              WHEN 'N'
                 ADD 1 TO WS-CTNOVOS
                 MOVE 'NOVO'     TO DETTIPO
              WHEN 'R'
                 ADD 1 TO WS-CTREENVIOS
                 MOVE 'REENVIO'  TO DETTIPO
              WHEN OTHER
                 ADD 1 TO WS-CTCORRECOES
                 MOVE 'CORRECAO' TO DETTIPO
           END-EVALUATE

           MOVE WS-SEQ                  TO DETSEQ
           MOVE CS-CIDADE               TO DETCID
           MOVE CS-ESTADO               TO DETUF
           MOVE WS-COD-FEDERAL          TO DETCODFED
           MOVE CS-QTD-ACIDENTES        TO DETACD
           MOVE CS-QTD-OBITOS           TO DETOBT
           MOVE CS-QTD-FERIDOS          TO DETFER
           IF WS-SIT-EXISTE = 'S'
              COMPUTE DETENVIOS = RS-QTD-ENVIOS + 1
           ELSE
              MOVE 1                    TO DETENVIOS
           END-IF
           MOVE WS-REG-DETALHE          TO REG-REL-REMESSA
           WRITE REG-REL-REMESSA
           .
      *--------------------------------------------------------------*
      *    MARCA A CIDADE-MES COMO ENVIADA NESTE LOTE (AGUARDANDO O
      *    RETORNO) E GUARDA OS VALORES ENVIADOS
      *--------------------------------------------------------------*
       045-ATUALIZAR-SITUACAO.

           IF WS-SIT-EXISTE = 'N'
              MOVE CS-CHAVE             TO RS-CHAVE
              MOVE ZERO                 TO RS-QTD-ENVIOS
           END-IF
           MOVE 'E'                     TO RS-SITUACAO
           MOVE WS-LOTE                 TO RS-LOTE
           MOVE WS-SEQ                  TO RS-SEQ
           MOVE AS-DATA                 TO RS-DATA-ENVIO
           MOVE ZERO                    TO RS-DATA-RETORNO
           MOVE SPACES                  TO RS-COD-ERRO
           ADD 1                        TO RS-QTD-ENVIOS
           MOVE CS-QTD-ACIDENTES        TO RS-QTD-ACIDENTES
           MOVE CS-QTD-OBITOS           TO RS-QTD-OBITOS
           MOVE CS-QTD-ACID-LEVES       TO RS-QTD-ACID-LEVES
           MOVE CS-QTD-ACID-GRAVES      TO RS-QTD-ACID-GRAVES
           MOVE CS-QTD-ACID-FATAIS      TO RS-QTD-ACID-FATAIS
           MOVE CS-QTD-FERIDOS          TO RS-QTD-FERIDOS

           IF WS-SIT-EXISTE = 'S'
              REWRITE REG-SITUACAO-REN
           ELSE
              WRITE REG-SITUACAO-REN
           END-IF
           IF WS-STATUS-SIT NOT = '00'
              DISPLAY "*** FALHA NA GRAVACAO DO RENSIT - CHAVE "
                       RS-CHAVE " - STATUS: " WS-STATUS-SIT
              MOVE 16 TO RETURN-CODE
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - TRAILER DA REMESSA, TOTAIS E
      *    RETURN-CODE (4 = REMESSA VAZIA OU CIDADE SEM CODIGO IBGE)
      *--------------------------------------------------------------*
       090-TERMINAR.

           IF WS-REM-ABERTO = 'S'
              MOVE WS-LOTE              TO REMT-LOTE
              MOVE WS-SEQ               TO REMT-QTD-REG
              MOVE WS-SOMA-ACD          TO REMT-SOMA-ACIDENTES
              MOVE WS-SOMA-OBT          TO REMT-SOMA-OBITOS
              MOVE WS-REM-TRAILER       TO REG-REMESSA
              WRITE REG-REMESSA
           END-IF

           IF RETURN-CODE = ZERO
              IF WS-SEQ = ZERO
                 DISPLAY "*** REMESSA SEM REGISTROS - LOTE " WS-LOTE
                          " NAO DEVE SER TRANSMITIDO"
                 MOVE 4 TO RETURN-CODE
              END-IF
              IF WS-CTSEM-UF > ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           MOVE WS-REL-TRACO            TO REG-REL-REMESSA
           WRITE REG-REL-REMESSA
           MOVE SPACES TO WS-REL-LINHA
           STRING 'REGISTROS NO LOTE: ' WS-SEQ
                  '  NOVOS: '           WS-CTNOVOS
                  '  REENVIOS: '        WS-CTREENVIOS
                  '  CORRECOES: '       WS-CTCORRECOES
                  '  ACIDENTES: '       WS-SOMA-ACD
                  '  OBITOS: '          WS-SOMA-OBT
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           MOVE WS-REL-LINHA            TO REG-REL-REMESSA
           WRITE REG-REL-REMESSA
           MOVE SPACES TO WS-REL-LINHA
           STRING 'FORA DO LOTE - JA ACEITOS: ' WS-CTJA-ACEITOS
                  '  AGUARDANDO RETORNO: '      WS-CTAGUARDANDO
                  '  UF SEM CODIGO IBGE: '      WS-CTSEM-UF
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           MOVE WS-REL-LINHA            TO REG-REL-REMESSA
           WRITE REG-REL-REMESSA

           CLOSE REL-REMESSA
           IF WS-MES-ABERTO = 'S'
              CLOSE CIDADES-MES
           END-IF
           IF WS-SIT-ABERTO = 'S'
              CLOSE SITUACAO-REN
           END-IF
           IF WS-REM-ABERTO = 'S'
              CLOSE ARQ-REMESSA
           END-IF

           DISPLAY " *========================================*"
           DISPLAY " *   TOTAIS DE CONTROLE - CGPRG034        *"
           DISPLAY " *----------------------------------------*"
           DISPLAY " * LOTE DA REMESSA             = " WS-LOTE
           DISPLAY " * RESUMOS DO MES NO CIDMES    = " WS-CTLIDO
           DISPLAY " * REGISTROS NO LOTE           = " WS-SEQ
           DISPLAY " * NOVOS                       = " WS-CTNOVOS
           DISPLAY " * REENVIOS                    = " WS-CTREENVIOS
           DISPLAY " * CORRECOES (RETIFICADOS)     = " WS-CTCORRECOES
           DISPLAY " * JA ACEITOS SEM ALTERACAO    = " WS-CTJA-ACEITOS
           DISPLAY " * AGUARDANDO RETORNO          = " WS-CTAGUARDANDO
           DISPLAY " * UF SEM CODIGO IBGE          = " WS-CTSEM-UF
           DISPLAY " *========================================*"
           DISPLAY " *----------------------------------------*"
           DISPLAY " *      TERMINO NORMAL DO CGPRG034        *"
           DISPLAY " *----------------------------------------*"
           .
      *---------------> FIM DO PROGRAMA CGPRG034 <-------------------*
