       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG035.
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
           SELECT ARQ-RETORNO     ASSIGN TO "RETREN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RET.
           SELECT SITUACAO-REN    ASSIGN TO "RENSIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-CHAVE
               FILE STATUS IS WS-STATUS-SIT.
           SELECT REL-RETORNO     ASSIGN TO "RELRRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REL.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *    ARQUIVO DE RETORNO (CRITICA) DO RENAEST - 80 BYTES:
      *    '0' HEADER, '1' UM REGISTRO POR REGISTRO RECEBIDO, '9'
      *    TRAILER
       FD  ARQ-RETORNO
           LABEL RECORDS ARE STANDARD.
       01  REG-RETORNO.
           05  RET-TIPO               PIC X(01).
           05  RET-DADOS              PIC X(79).
       01  REG-RET-HEADER REDEFINES REG-RETORNO.
           05  FILLER                 PIC X(01).
           05  RETH-LOTE              PIC 9(06).
           05  RETH-DATA-PROC         PIC 9(08).
           05  FILLER                 PIC X(65).
       01  REG-RET-DETALHE REDEFINES REG-RETORNO.
           05  FILLER                 PIC X(01).
           05  RETD-LOTE              PIC 9(06).
           05  RETD-SEQ               PIC 9(06).
           05  RETD-COD-MUNIC         PIC 9(07).
           05  RETD-COD-MUNIC-R REDEFINES RETD-COD-MUNIC.
               10  RETD-COD-UF        PIC 9(02).
               10  RETD-CIDADE        PIC 9(05).
           05  RETD-ANO-MES           PIC 9(06).
      *        'A' = ACEITO / 'R' = REJEITADO
           05  RETD-SITUACAO          PIC X(01).
           05  RETD-COD-ERRO          PIC X(04).
           05  RETD-DESCR-ERRO        PIC X(40).
           05  FILLER                 PIC X(09).
       01  REG-RET-TRAILER REDEFINES REG-RETORNO.
           05  FILLER                 PIC X(01).
           05  RETT-LOTE              PIC 9(06).
           05  RETT-QTD-REG           PIC 9(06).
           05  RETT-QTD-ACEITOS       PIC 9(06).
           05  RETT-QTD-REJEITADOS    PIC 9(06).
           05  FILLER                 PIC X(55).
      *
      *    SITUACAO DO ENVIO AO RENAEST POR CIDADE E ANO-MES (MESMO
      *    LAYOUT DO CGPRG034). A CHAVE ZERADA E O REGISTRO DE CONTROLE
      *    DO ULTIMO LOTE GERADO
       FD  SITUACAO-REN
           LABEL RECORDS ARE STANDARD.
       01  REG-SITUACAO-REN.
           05  RS-CHAVE.
               10  RS-CIDADE          PIC 9(05).
               10  RS-ANO-MES         PIC 9(06).
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
       FD  REL-RETORNO
           LABEL RECORDS ARE STANDARD.
       01  REG-REL-RETORNO            PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-FIM                 PIC X(01).
           05  WS-FIM-SIT             PIC X(01).
           05  WS-STATUS-RET          PIC X(02).
           05  WS-STATUS-SIT          PIC X(02).
           05  WS-STATUS-REL          PIC X(02).
           05  WS-RET-ABERTO          PIC X(01)        VALUE 'N'.
           05  WS-SIT-ABERTO          PIC X(01)        VALUE 'N'.
           05  WS-TRAILER-LIDO        PIC X(01)        VALUE 'N'.
           05  WS-MOTIVO              PIC X(50).
           05  WS-LOTE                PIC 9(06)        VALUE ZERO.
           05  WS-ANOMES-CIDMES       PIC 9(06).
           05  WS-CTLIDOS             PIC 9(06)        VALUE ZERO.
           05  WS-CTDETALHES          PIC 9(06)        VALUE ZERO.
           05  WS-CTRET-ACEITOS       PIC 9(06)        VALUE ZERO.
           05  WS-CTRET-REJEITADOS    PIC 9(06)        VALUE ZERO.
           05  WS-CTACEITOS           PIC 9(06)        VALUE ZERO.
           05  WS-CTREJEITADOS        PIC 9(06)        VALUE ZERO.
           05  WS-CTDIVERGENTES       PIC 9(06)        VALUE ZERO.
           05  WS-CTSEM-RETORNO       PIC 9(06)        VALUE ZERO.
           05  WS-TRL-QTD-REG         PIC 9(06)        VALUE ZERO.
           05  WS-TRL-QTD-ACEITOS     PIC 9(06)        VALUE ZERO.
           05  WS-TRL-QTD-REJEITADOS  PIC 9(06)        VALUE ZERO.
           05  AS-DATA                PIC 9(08).
      *-----> SAIDA - LINHA DO REGISTRO DO RETORNO
       01  WS-REG-DETALHE.
           05 DETSEQ               PIC ZZZZZ9.
           05 FILLER               PIC X(02)        VALUE SPACES.
           05 DETCODFED            PIC 9(07).
           05 FILLER               PIC X(02)        VALUE SPACES.
           05 DETANOMES            PIC 9(06).
           05 FILLER               PIC X(02)        VALUE SPACES.
           05 DETRESULTADO         PIC X(10).
           05 FILLER               PIC X(02)        VALUE SPACES.
           05 DETCODERRO           PIC X(04).
           05 FILLER               PIC X(02)        VALUE SPACES.
           05 DETDESCRICAO         PIC X(50).
      *-----> LINHAS DO RELATORIO EM DISCO (DD RELRRN)
       01  WS-REL-CAB1.
           05 FILLER              PIC X(18)        VALUE
              'RELATORIO CGPRG035'.
           05 FILLER              PIC X(05)        VALUE SPACES.
           05 FILLER              PIC X(30)        VALUE
              'RETORNO DO RENAEST - LOTE '.
           05 CAB1-LOTE            PIC 9(06).
       01  WS-REL-CAB2.
           05 FILLER              PIC X(06)        VALUE
              '   SEQ'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(07)        VALUE
              'COD.FED'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(06)        VALUE
              'AAAAMM'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(10)        VALUE
              'RESULTADO'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(04)        VALUE
              'ERRO'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(31)        VALUE
              'DESCRICAO DO ERRO / DIVERGENCIA'.
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
       000-CGPRG035.

           ACCEPT AS-DATA FROM DATE
           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - ABERTURA DOS ARQUIVOS E CRITICA
      *    DO HEADER DO RETORNO CONTRA OS LOTES JA GERADOS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "LUANA - RICARDINO"
           DISPLAY "CGPRG035 - PROCESSAMENTO DO RETORNO DO RENAEST"
           DISPLAY "-------------------------------------------"

           MOVE 'N' TO WS-FIM

           OPEN OUTPUT REL-RETORNO
           IF WS-STATUS-REL NOT = '00'
              DISPLAY "*** REL-RETORNO NAO PODE SER ABERTO - STATUS: "
                       WS-STATUS-REL
           END-IF

           OPEN INPUT ARQ-RETORNO
           IF WS-STATUS-RET = '00'
              MOVE 'S' TO WS-RET-ABERTO
           ELSE
              DISPLAY "*** ARQ-RETORNO NAO PODE SER ABERTO - STATUS: "
                       WS-STATUS-RET
              MOVE 16  TO RETURN-CODE
           END-IF

      *    SEM O RENSIT NAO HA REMESSA A CASAR - NAO E CRIADO AQUI
           IF RETURN-CODE = ZERO
              OPEN I-O SITUACAO-REN
              IF WS-STATUS-SIT = '00'
                 MOVE 'S' TO WS-SIT-ABERTO
              ELSE
                 DISPLAY "*** SITUACAO-REN NAO PODE SER ABERTO - "
                          "STATUS: " WS-STATUS-SIT
                 MOVE 16  TO RETURN-CODE
              END-IF
           END-IF

           IF RETURN-CODE = ZERO
              PERFORM 025-LER-RETORNO
              PERFORM 015-CRITICAR-HEADER
           END-IF

           IF RETURN-CODE NOT = ZERO
              MOVE 'S' TO WS-FIM
           ELSE
              PERFORM 025-LER-RETORNO
           END-IF

           MOVE WS-LOTE                 TO CAB1-LOTE
           MOVE WS-REL-CAB1             TO REG-REL-RETORNO
           WRITE REG-REL-RETORNO
           MOVE WS-REL-TRACO            TO REG-REL-RETORNO
           WRITE REG-REL-RETORNO
           MOVE WS-REL-CAB2             TO REG-REL-RETORNO
           WRITE REG-REL-RETORNO
           MOVE WS-REL-TRACO            TO REG-REL-RETORNO
           WRITE REG-REL-RETORNO
           .
      *--------------------------------------------------------------*
      *    O 1O. REGISTRO DEVE SER O HEADER, DE UM LOTE JA GERADO PELO
      *    CGPRG034 (ATE O ULTIMO LOTE DO REGISTRO DE CONTROLE)
      *--------------------------------------------------------------*
       015-CRITICAR-HEADER.

           IF WS-FIM = 'S' OR RET-TIPO NOT = '0'
              OR RETH-LOTE NOT NUMERIC
              DISPLAY "*** RETORNO SEM HEADER VALIDO - PROCESSAMENTO "
                       "CANCELADO"
              MOVE 16  TO RETURN-CODE
           ELSE
              MOVE RETH-LOTE TO WS-LOTE
              DISPLAY "LOTE DO RETORNO........: " WS-LOTE
              DISPLAY "DATA DE PROCESSAMENTO..: " RETH-DATA-PROC
              MOVE ZERO TO RSC-CHAVE
              READ SITUACAO-REN
                 INVALID KEY
                    DISPLAY "*** RENSIT SEM REGISTRO DE CONTROLE - "
                             "NENHUMA REMESSA GERADA"
                    MOVE 16  TO RETURN-CODE
                 NOT INVALID KEY
                    IF WS-LOTE = ZERO
                       OR WS-LOTE > RSC-ULTIMO-LOTE
                       DISPLAY "*** LOTE " WS-LOTE " NAO FOI GERADO "
                                "PELO CGPRG034 (ULTIMO LOTE: "
                                RSC-ULTIMO-LOTE ")"
                       MOVE 16  TO RETURN-CODE
                    END-IF
              END-READ
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA DO ARQUIVO DE RETORNO
      *--------------------------------------------------------------*
       025-LER-RETORNO.

           READ ARQ-RETORNO
              AT END
                 MOVE 'S' TO WS-FIM
              NOT AT END
                 ADD 1 TO WS-CTLIDOS
           END-READ
           .
      *--------------------------------------------------------------*
      *    TRATA UM REGISTRO DO RETORNO (DETALHE OU TRAILER)
      *--------------------------------------------------------------*
       030-PROCESSAR.

           EVALUATE RET-TIPO
              WHEN '1'
                 ADD 1 TO WS-CTDETALHES
                 PERFORM 035-CASAR-REMESSA
              WHEN '9'
                 MOVE 'S'                 TO WS-TRAILER-LIDO
                 MOVE RETT-QTD-REG        TO WS-TRL-QTD-REG
                 MOVE RETT-QTD-ACEITOS    TO WS-TRL-QTD-ACEITOS
                 MOVE RETT-QTD-REJEITADOS TO WS-TRL-QTD-REJEITADOS
              WHEN OTHER
                 ADD 1 TO WS-CTDIVERGENTES
                 DISPLAY "*** REGISTRO " WS-CTLIDOS " DO RETORNO COM "
                          "TIPO INVALIDO: " RET-TIPO
           END-EVALUATE

           PERFORM 025-LER-RETORNO
           .
      *--------------------------------------------------------------*
      *    CASA O DETALHE DO RETORNO COM O QUE FOI ENVIADO (RENSIT:
      *    CIDADE + ANO-MES, MESMO LOTE E MESMA SEQUENCIA) E MARCA A
      *    SITUACAO DA CIDADE-MES. RETORNO QUE NAO CASA NAO ALTERA
      *    NADA - SAI COMO DIVERGENTE
      *--------------------------------------------------------------*
       035-CASAR-REMESSA.

           MOVE SPACES TO WS-MOTIVO
           IF RETD-SITUACAO = 'A'
              ADD 1 TO WS-CTRET-ACEITOS
           END-IF
           IF RETD-SITUACAO = 'R'
              ADD 1 TO WS-CTRET-REJEITADOS
           END-IF

           EVALUATE TRUE
              WHEN RETD-LOTE NOT NUMERIC OR RETD-LOTE NOT = WS-LOTE
                 MOVE 'LOTE DO REGISTRO DIFERENTE DO HEADER'
                      TO WS-MOTIVO
              WHEN RETD-COD-MUNIC NOT NUMERIC
                   OR RETD-ANO-MES NOT NUMERIC
                   OR RETD-ANO-MES < 200000
                 MOVE 'CODIGO DO MUNICIPIO OU ANO-MES INVALIDO'
                      TO WS-MOTIVO
              WHEN RETD-SITUACAO NOT = 'A' AND RETD-SITUACAO NOT = 'R'
                 MOVE 'SITUACAO INVALIDA NO RETORNO (A OU R)'
                      TO WS-MOTIVO
              WHEN OTHER
                 COMPUTE WS-ANOMES-CIDMES = RETD-ANO-MES - 200000
                 MOVE RETD-CIDADE      TO RS-CIDADE
                 MOVE WS-ANOMES-CIDMES TO RS-ANO-MES
                 READ SITUACAO-REN
                    INVALID KEY
                       MOVE 'CIDADE-MES NAO CONSTA DAS REMESSAS'
                            TO WS-MOTIVO
                    NOT INVALID KEY
                       IF RS-LOTE NOT = WS-LOTE
                          MOVE 'REENVIADA EM LOTE POSTERIOR - IGNORADO'
                               TO WS-MOTIVO
                       ELSE
                          IF RS-SEQ NOT = RETD-SEQ
                             MOVE 'SEQUENCIA DIFERENTE DA REMESSA'
                                  TO WS-MOTIVO
                          END-IF
                       END-IF
                 END-READ
           END-EVALUATE

           MOVE RETD-SEQ             TO DETSEQ
           MOVE RETD-COD-MUNIC       TO DETCODFED
           MOVE RETD-ANO-MES         TO DETANOMES

           IF WS-MOTIVO NOT = SPACES
              ADD 1 TO WS-CTDIVERGENTES
              MOVE 'DIVERGENTE'      TO DETRESULTADO
              MOVE SPACES            TO DETCODERRO
              MOVE WS-MOTIVO         TO DETDESCRICAO
           ELSE
              PERFORM 040-MARCAR-SITUACAO
           END-IF

           MOVE WS-REG-DETALHE       TO REG-REL-RETORNO
           WRITE REG-REL-RETORNO
           .
      *--------------------------------------------------------------*
      *    ACEITO ('A') OU REJEITADO COM O CODIGO DE ERRO FEDERAL
      *    ('R' - A CIDADE-MES VOLTA NA PROXIMA REMESSA DO CGPRG034)
      *--------------------------------------------------------------*
       040-MARCAR-SITUACAO.

           MOVE RETD-SITUACAO        TO RS-SITUACAO
           MOVE AS-DATA              TO RS-DATA-RETORNO
           IF RETD-SITUACAO = 'A'
              ADD 1 TO WS-CTACEITOS
              MOVE SPACES            TO RS-COD-ERRO
              MOVE 'ACEITO'          TO DETRESULTADO
              MOVE SPACES            TO DETCODERRO
              MOVE SPACES            TO DETDESCRICAO
           ELSE
              ADD 1 TO WS-CTREJEITADOS
              MOVE RETD-COD-ERRO     TO RS-COD-ERRO
              MOVE 'REJEITADO'       TO DETRESULTADO
              MOVE RETD-COD-ERRO     TO DETCODERRO
              MOVE RETD-DESCR-ERRO   TO DETDESCRICAO
           END-IF

           REWRITE REG-SITUACAO-REN
           IF WS-STATUS-SIT NOT = '00'
              DISPLAY "*** FALHA NA GRAVACAO DO RENSIT - CHAVE "
                       RS-CHAVE " - STATUS: " WS-STATUS-SIT
              MOVE 16 TO RETURN-CODE
           END-IF
           .
      *--------------------------------------------------------------*
      *    LISTA AS CIDADES-MES DO LOTE QUE O RETORNO NAO TROUXE
      *    (CONTINUAM AGUARDANDO RETORNO - 'E' NO RENSIT)
      *--------------------------------------------------------------*
       060-LISTAR-SEM-RETORNO.

           MOVE 'N' TO WS-FIM-SIT
           MOVE LOW-VALUES TO RS-CHAVE
           START SITUACAO-REN KEY IS NOT LESS THAN RS-CHAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-SIT
           END-START
           IF WS-FIM-SIT NOT = 'S'
              PERFORM 065-LER-SITUACAO
           END-IF
           PERFORM 062-VERIFICAR-SITUACAO UNTIL WS-FIM-SIT = 'S'
           .
      *--------------------------------------------------------------*
      *    CIDADE-MES DO LOTE AINDA AGUARDANDO RETORNO
      *--------------------------------------------------------------*
       062-VERIFICAR-SITUACAO.

           IF RS-CIDADE NOT = ZERO
              AND RS-LOTE = WS-LOTE
              AND RS-SITUACAO = 'E'
              ADD 1 TO WS-CTSEM-RETORNO
              MOVE RS-SEQ                TO DETSEQ
              MOVE ZERO                  TO DETCODFED
              COMPUTE DETANOMES = RS-ANO-MES + 200000
              MOVE 'SEM RETORNO'         TO DETRESULTADO
              MOVE SPACES                TO DETCODERRO
              MOVE SPACES                TO DETDESCRICAO
              STRING 'CIDADE ' RS-CIDADE ' - NAO VEIO NO RETORNO '
                     '(AGUARDANDO)'
                     DELIMITED BY SIZE INTO DETDESCRICAO
              MOVE WS-REG-DETALHE        TO REG-REL-RETORNO
              WRITE REG-REL-RETORNO
           END-IF

           PERFORM 065-LER-SITUACAO
           .
      *--------------------------------------------------------------*
      *    LEITURA SEQUENCIAL DO RENSIT (ACCESS DYNAMIC)
      *--------------------------------------------------------------*
       065-LER-SITUACAO.

           READ SITUACAO-REN NEXT RECORD
              AT END
                 MOVE 'S' TO WS-FIM-SIT
           END-READ
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - REGISTROS SEM RETORNO, BATIMENTO DO
      *    TRAILER, TOTAIS E RETURN-CODE (4 = REJEITADOS, DIVERGENCIAS,
      *    REGISTROS SEM RETORNO OU TRAILER QUE NAO BATE)
      *--------------------------------------------------------------*
       090-TERMINAR.

           IF RETURN-CODE = ZERO
              PERFORM 060-LISTAR-SEM-RETORNO
              IF WS-TRAILER-LIDO NOT = 'S'
                 DISPLAY "*** RETORNO SEM TRAILER"
                 MOVE 4 TO RETURN-CODE
              ELSE
                 IF WS-TRL-QTD-REG NOT = WS-CTDETALHES
                    OR WS-TRL-QTD-ACEITOS NOT = WS-CTRET-ACEITOS
                    OR WS-TRL-QTD-REJEITADOS NOT = WS-CTRET-REJEITADOS
                    DISPLAY "*** TRAILER DO RETORNO NAO BATE COM OS "
                             "REGISTROS RECEBIDOS"
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
              IF WS-CTREJEITADOS > ZERO OR WS-CTDIVERGENTES > ZERO
                 OR WS-CTSEM-RETORNO > ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           MOVE WS-REL-TRACO            TO REG-REL-RETORNO
           WRITE REG-REL-RETORNO
           MOVE SPACES TO WS-REL-LINHA
           STRING 'REGISTROS NO RETORNO: ' WS-CTDETALHES
                  '  ACEITOS: '            WS-CTACEITOS
                  '  REJEITADOS: '         WS-CTREJEITADOS
                  '  DIVERGENTES: '        WS-CTDIVERGENTES
                  '  SEM RETORNO: '        WS-CTSEM-RETORNO
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           MOVE WS-REL-LINHA            TO REG-REL-RETORNO
           WRITE REG-REL-RETORNO
           MOVE SPACES TO WS-REL-LINHA
           STRING 'TRAILER DO RENAEST - REGISTROS: ' WS-TRL-QTD-REG
                  '  ACEITOS: '            WS-TRL-QTD-ACEITOS
                  '  REJEITADOS: '         WS-TRL-QTD-REJEITADOS
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           MOVE WS-REL-LINHA            TO REG-REL-RETORNO
           WRITE REG-REL-RETORNO

           CLOSE REL-RETORNO
           IF WS-RET-ABERTO = 'S'
              CLOSE ARQ-RETORNO
           END-IF
           IF WS-SIT-ABERTO = 'S'
              CLOSE SITUACAO-REN
           END-IF

           DISPLAY " *========================================*"
           DISPLAY " *   TOTAIS DE CONTROLE - CGPRG035        *"
           DISPLAY " *----------------------------------------*"
           DISPLAY " * LOTE DO RETORNO             = " WS-LOTE
           DISPLAY " * REGISTROS LIDOS - RETORNO   = " WS-CTLIDOS
           DISPLAY " * ACEITOS                     = " WS-CTACEITOS
           DISPLAY " * REJEITADOS (A REENVIAR)     = " WS-CTREJEITADOS
           DISPLAY " * DIVERGENTES (NAO APLICADOS) = " WS-CTDIVERGENTES
           DISPLAY " * ENVIADOS SEM RETORNO        = " WS-CTSEM-RETORNO
           DISPLAY " *========================================*"
           DISPLAY " *----------------------------------------*"
           DISPLAY " *      TERMINO NORMAL DO CGPRG035        *"
           DISPLAY " *----------------------------------------*"
           .
      *---------------> FIM DO PROGRAMA CGPRG035 <-------------------*
