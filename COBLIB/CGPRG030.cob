       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG030.
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
           SELECT ARQ-IBGE        ASSIGN TO "IBGEPOP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-IBGE.
           SELECT POPULACAO-CID   ASSIGN TO "POPCID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POP-CHAVE
               FILE STATUS IS WS-STATUS-POP.
           SELECT CIDADES-CADASTRO ASSIGN TO "CADCID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAD-CIDADE
               FILE STATUS IS WS-STATUS-CADCID.
           SELECT REL-POPULACAO   ASSIGN TO "RELPOP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REL.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *    ESTIMATIVA ANUAL DE POPULACAO DO IBGE (EXTRATO DA TABELA
      *    PUBLICADA NO DOU), UM MUNICIPIO POR LINHA
       FD  ARQ-IBGE
           LABEL RECORDS ARE STANDARD.
       01  REG-IBGE.
           05  IBG-UF                 PIC X(02).
           05  IBG-COD-UF             PIC X(02).
           05  IBG-COD-MUNIC          PIC X(05).
           05  IBG-COD-MUNIC-N REDEFINES IBG-COD-MUNIC
                                      PIC 9(05).
           05  IBG-NOME               PIC X(40).
           05  IBG-POPULACAO          PIC X(09).
           05  IBG-POPULACAO-N REDEFINES IBG-POPULACAO
                                      PIC 9(09).
           05  FILLER                 PIC X(22).
      *
      *    POPULACAO POR MUNICIPIO E ANO (ANO NA CONVENCAO 00AA DO
      *    CM-DATA/CS-ANO-MES) - LIDA PELO CGPRG013 E CGPRG016
       FD  POPULACAO-CID
           LABEL RECORDS ARE STANDARD.
       01  REG-POPULACAO-CID.
           05  POP-CHAVE.
               10  POP-CIDADE         PIC 9(05).
               10  POP-ANO            PIC 9(04).
           05  POP-UF                 PIC X(02).
           05  POP-POPULACAO          PIC 9(09).
           05  POP-DATA-CARGA         PIC 9(08).
      *
       FD  CIDADES-CADASTRO
           LABEL RECORDS ARE STANDARD.
       01  REG-CIDADES-CADASTRO.
           05  CAD-CIDADE             PIC 9(05).
           05  CAD-NOME               PIC X(30).
           05  CAD-UF                 PIC X(02).
           05  CAD-FROTA              PIC 9(07).
           05  CAD-SITUACAO           PIC X(01).
      *
       FD  REL-POPULACAO
           LABEL RECORDS ARE STANDARD.
       01  REG-REL-POPULACAO          PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-FIM                 PIC X(01).
           05  WS-STATUS-IBGE         PIC X(02).
           05  WS-STATUS-POP          PIC X(02).
           05  WS-STATUS-CADCID       PIC X(02).
           05  WS-STATUS-REL          PIC X(02).
           05  WS-IBGE-ABERTO         PIC X(01)        VALUE 'N'.
           05  WS-POP-ABERTO          PIC X(01)        VALUE 'N'.
           05  WS-CADCID-ABERTO       PIC X(01)        VALUE 'N'.
           05  WS-TAB-UF-CHEIA        PIC X(01).
           05  WS-MOTIVO              PIC X(40).
           05  WS-CTLIDOS             PIC 9(06)        VALUE ZERO.
           05  WS-CTINCLUIDOS         PIC 9(06)        VALUE ZERO.
           05  WS-CTSUBSTITUIDOS      PIC 9(06)        VALUE ZERO.
           05  WS-CTREJEITADOS        PIC 9(06)        VALUE ZERO.
           05  WS-CTFORA-CADCID       PIC 9(06)        VALUE ZERO.
           05  WS-CTCARREGADOS        PIC 9(06)        VALUE ZERO.
           05  WS-POP-TOTAL           PIC 9(10)        VALUE ZERO.
           05  WS-POP-TOTAL-ED        PIC Z.ZZZ.ZZZ.ZZ9.
           05  WS-POP-ESPERADA-ED     PIC Z.ZZZ.ZZZ.ZZ9.
           05  WS-POP-UF-ED           PIC Z.ZZZ.ZZZ.ZZ9.
           05  AS-DATA                PIC 9(08).
      *-----> ENTRADA - ANO DA ESTIMATIVA (00AA, COMO NO CM-DATA) E
      *-----> TOTAIS DE CONTROLE INFORMADOS PELO IBGE (ZERO = NAO
      *-----> CONFERIR), VIA SYSIN
       01  WS-REG-SYSIN.
           05 WS-ANO              PIC 9(04).
           05 WS-QTD-ESPERADA     PIC 9(05).
           05 WS-POP-ESPERADA     PIC 9(10).
      *-----> TOTAIS CARREGADOS POR UF (CONFERENCIA COM A TABELA DO
      *-----> IBGE)
       01  WS-TAB-ESTADOS.
           05  WS-QTD-ESTADOS         PIC 9(02)        VALUE ZERO.
           05  WS-TAB-UF OCCURS 30 TIMES
                   INDEXED BY IX-UF.
               10  TAB-UF             PIC X(02)   VALUE SPACES.
               10  TAB-MUNICIPIOS     PIC 9(05)   VALUE ZERO.
               10  TAB-POPULACAO      PIC 9(10)   VALUE ZERO.
      *-----> SAIDA - LINHA DO REGISTRO REJEITADO
       01  WS-REG-REJEITADO.
           05 FILLER              PIC X(06)        VALUE 'LINHA '.
           05 REJLINHA            PIC ZZZZZ9.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 REJUF               PIC X(02).
           05 FILLER              PIC X(01)        VALUE '-'.
           05 REJMUNIC            PIC X(05).
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 REJNOME             PIC X(30).
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 REJMOTIVO           PIC X(40).
      *-----> LINHAS DO RELATORIO EM DISCO (DD RELPOP)
       01  WS-REL-CAB1.
           05 FILLER              PIC X(18)        VALUE
              'RELATORIO CGPRG030'.
           05 FILLER              PIC X(05)        VALUE SPACES.
           05 FILLER              PIC X(40)        VALUE
              'CARGA DA POPULACAO ESTIMADA (IBGE) - ANO'.
           05 FILLER              PIC X(01)        VALUE SPACES.
           05 CAB1-ANO            PIC 9(04).
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
       000-CGPRG030.

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
           DISPLAY "LUANA - RICARDINO"
           DISPLAY "CGPRG030 - CARGA DA POPULACAO ESTIMADA DO IBGE"
           ACCEPT WS-REG-SYSIN FROM SYSIN
           DISPLAY "ANO DA ESTIMATIVA.......: " WS-ANO
           DISPLAY "MUNICIPIOS ESPERADOS....: " WS-QTD-ESPERADA
           DISPLAY "POPULACAO ESPERADA......: " WS-POP-ESPERADA
           DISPLAY "-------------------------------------------"

           OPEN OUTPUT REL-POPULACAO
           IF WS-STATUS-REL NOT = '00'
              DISPLAY "*** REL-POPULACAO NAO PODE SER ABERTO - "
                       "STATUS: " WS-STATUS-REL
           END-IF

           MOVE WS-ANO                  TO CAB1-ANO
           MOVE WS-REL-CAB1             TO REG-REL-POPULACAO
           WRITE REG-REL-POPULACAO
           MOVE WS-REL-TRACO            TO REG-REL-POPULACAO
           WRITE REG-REL-POPULACAO

           IF WS-ANO NOT NUMERIC OR WS-ANO = ZERO
              OR WS-QTD-ESPERADA NOT NUMERIC
              OR WS-POP-ESPERADA NOT NUMERIC
              DISPLAY "*** PARAMETRO INVALIDO NA SYSIN - ANO (4) + "
                       "QTDE. (5) + POPULACAO (10) NUMERICOS"
              MOVE 'S' TO WS-FIM
              MOVE 16  TO RETURN-CODE
           END-IF

      *    CADASTRO DE CIDADES - CONFERE A UF DO MUNICIPIO; SEM ELE A
      *    CARGA RODA, MAS SEM A CONFERENCIA
           OPEN INPUT CIDADES-CADASTRO
           IF WS-STATUS-CADCID = '00'
              MOVE 'S' TO WS-CADCID-ABERTO
           ELSE
              DISPLAY "*** CIDADES-CADASTRO NAO PODE SER ABERTO - "
                       "STATUS: " WS-STATUS-CADCID
                       " - UF DO MUNICIPIO NAO CONFERIDA"
           END-IF

           OPEN INPUT ARQ-IBGE
           IF WS-STATUS-IBGE = '00'
              MOVE 'S' TO WS-IBGE-ABERTO
           ELSE
              DISPLAY "*** ARQ-IBGE NAO PODE SER ABERTO - STATUS: "
                       WS-STATUS-IBGE
              MOVE 'S' TO WS-FIM
              MOVE 16  TO RETURN-CODE
           END-IF

      *    1A. EXECUCAO: O CLUSTER RECEM-DEFINIDO ESTA VAZIO - ABRE
      *    OUTPUT, FECHA E REABRE I-O, COMO NO CGPRG014 COM O CIDMES
           OPEN I-O POPULACAO-CID
           IF WS-STATUS-POP = '00'
              MOVE 'S' TO WS-POP-ABERTO
           ELSE
              OPEN OUTPUT POPULACAO-CID
              IF WS-STATUS-POP = '00'
                 CLOSE POPULACAO-CID
                 OPEN I-O POPULACAO-CID
                 MOVE 'S' TO WS-POP-ABERTO
              ELSE
                 DISPLAY "*** POPULACAO-CID NAO PODE SER ABERTO - "
                          "STATUS: " WS-STATUS-POP
                 MOVE 'S' TO WS-FIM
                 MOVE 16  TO RETURN-CODE
              END-IF
           END-IF

           IF WS-FIM NOT = 'S'
              PERFORM 025-LER-IBGE
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA DO ARQUIVO DO IBGE
      *--------------------------------------------------------------*
       025-LER-IBGE.

           READ ARQ-IBGE
              AT END
                 MOVE 'S' TO WS-FIM
              NOT AT END
                 ADD 1 TO WS-CTLIDOS
           END-READ
           .
      *--------------------------------------------------------------*
      *    CRITICA O MUNICIPIO E GRAVA (OU SUBSTITUI, SE O ANO JA FOI
      *    CARREGADO - REVISAO DA ESTIMATIVA) A POPULACAO DO ANO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           MOVE SPACES TO WS-MOTIVO

           EVALUATE TRUE
              WHEN IBG-COD-MUNIC NOT NUMERIC
                 MOVE 'CODIGO DO MUNICIPIO NAO NUMERICO'
                      TO WS-MOTIVO
              WHEN IBG-POPULACAO NOT NUMERIC
                 MOVE 'POPULACAO NAO NUMERICA' TO WS-MOTIVO
              WHEN IBG-POPULACAO-N = ZERO
                 MOVE 'POPULACAO ZERADA' TO WS-MOTIVO
              WHEN OTHER
                 PERFORM 035-CONFERIR-CADASTRO
           END-EVALUATE

           IF WS-MOTIVO = SPACES
              PERFORM 040-GRAVAR-POPULACAO
           ELSE
              PERFORM 045-REJEITAR
           END-IF

           PERFORM 025-LER-IBGE
           .
      *--------------------------------------------------------------*
      *    CONFERE A UF DO MUNICIPIO COM O CADASTRO (CADCID) - UF
      *    DIVERGENTE INDICA CODIGO DE MUNICIPIO TROCADO NO ARQUIVO
      *--------------------------------------------------------------*
       035-CONFERIR-CADASTRO.

           IF WS-CADCID-ABERTO = 'S'
              MOVE IBG-COD-MUNIC-N TO CAD-CIDADE
              READ CIDADES-CADASTRO
                 INVALID KEY
                    ADD 1 TO WS-CTFORA-CADCID
                 NOT INVALID KEY
                    IF CAD-UF NOT = IBG-UF
                       MOVE 'UF DIFERENTE DA DO CADASTRO (CADCID)'
                            TO WS-MOTIVO
                    END-IF
              END-READ
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA A POPULACAO DO MUNICIPIO NO ANO E ACUMULA A UF
      *--------------------------------------------------------------*
       040-GRAVAR-POPULACAO.

           MOVE IBG-COD-MUNIC-N TO POP-CIDADE
           MOVE WS-ANO          TO POP-ANO
           READ POPULACAO-CID
              INVALID KEY
                 MOVE IBG-UF          TO POP-UF
                 MOVE IBG-POPULACAO-N TO POP-POPULACAO
                 MOVE AS-DATA         TO POP-DATA-CARGA
                 WRITE REG-POPULACAO-CID
                 IF WS-STATUS-POP = '00'
                    ADD 1 TO WS-CTINCLUIDOS
                 END-IF
              NOT INVALID KEY
                 MOVE IBG-UF          TO POP-UF
                 MOVE IBG-POPULACAO-N TO POP-POPULACAO
                 MOVE AS-DATA         TO POP-DATA-CARGA
                 REWRITE REG-POPULACAO-CID
                 IF WS-STATUS-POP = '00'
                    ADD 1 TO WS-CTSUBSTITUIDOS
                 END-IF
           END-READ

           IF WS-STATUS-POP = '00'
              ADD 1                TO WS-CTCARREGADOS
              ADD IBG-POPULACAO-N  TO WS-POP-TOTAL
              PERFORM 047-ACUMULAR-ESTADO
           ELSE
              MOVE 'FALHA NA GRAVACAO DO POPCID' TO WS-MOTIVO
              DISPLAY "*** FALHA NA GRAVACAO DO POPCID - CHAVE "
                       POP-CHAVE " - STATUS: " WS-STATUS-POP
              PERFORM 045-REJEITAR
           END-IF
           .
      *--------------------------------------------------------------*
      *    LISTA A LINHA REJEITADA COM O MOTIVO
      *--------------------------------------------------------------*
       045-REJEITAR.

           ADD 1 TO WS-CTREJEITADOS
           MOVE WS-CTLIDOS     TO REJLINHA
           MOVE IBG-UF         TO REJUF
           MOVE IBG-COD-MUNIC  TO REJMUNIC
           MOVE IBG-NOME       TO REJNOME
           MOVE WS-MOTIVO      TO REJMOTIVO
           DISPLAY WS-REG-REJEITADO
           MOVE WS-REG-REJEITADO TO REG-REL-POPULACAO
           WRITE REG-REL-POPULACAO
           .
      *--------------------------------------------------------------*
      *    ACUMULA O MUNICIPIO CARREGADO NA LINHA DA UF
      *--------------------------------------------------------------*
       047-ACUMULAR-ESTADO.

           MOVE 'N' TO WS-TAB-UF-CHEIA
           SET IX-UF TO 1
           SEARCH WS-TAB-UF
              AT END
                 IF WS-QTD-ESTADOS < 30
                    ADD 1               TO WS-QTD-ESTADOS
                    SET IX-UF           TO WS-QTD-ESTADOS
                    MOVE IBG-UF         TO TAB-UF(IX-UF)
                    MOVE ZERO           TO TAB-MUNICIPIOS(IX-UF)
                    MOVE ZERO           TO TAB-POPULACAO(IX-UF)
                 ELSE
                    MOVE 'S' TO WS-TAB-UF-CHEIA
                    DISPLAY "*** WS-TAB-UF CHEIA (30) - ESTADO "
                             IBG-UF " NAO ENTRA NO RESUMO POR UF"
                 END-IF
              WHEN TAB-UF(IX-UF) = IBG-UF
                 CONTINUE
           END-SEARCH

           IF WS-TAB-UF-CHEIA = 'N'
              ADD 1               TO TAB-MUNICIPIOS(IX-UF)
              ADD IBG-POPULACAO-N TO TAB-POPULACAO(IX-UF)
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIME OS TOTAIS CARREGADOS DE UMA UF
      *--------------------------------------------------------------*
       050-IMPRIMIR-ESTADO.

           MOVE TAB-POPULACAO(IX-UF) TO WS-POP-UF-ED
           MOVE SPACES TO WS-REL-LINHA
           STRING 'UF ' TAB-UF(IX-UF)
                  ': MUNICIPIOS ' TAB-MUNICIPIOS(IX-UF)
                  '   POPULACAO ' WS-POP-UF-ED
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           MOVE WS-REL-LINHA TO REG-REL-POPULACAO
           WRITE REG-REL-POPULACAO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - TOTAIS POR UF, TOTAIS DE CONTROLE E
      *    CONFERENCIA COM OS TOTAIS INFORMADOS (RC=4 SE DIVERGIR)
      *--------------------------------------------------------------*
       090-TERMINAR.

           MOVE WS-REL-TRACO            TO REG-REL-POPULACAO
           WRITE REG-REL-POPULACAO
           MOVE 'TOTAIS CARREGADOS POR UF' TO REG-REL-POPULACAO
           WRITE REG-REL-POPULACAO
           PERFORM 050-IMPRIMIR-ESTADO
              VARYING IX-UF FROM 1 BY 1
              UNTIL IX-UF > WS-QTD-ESTADOS

           MOVE WS-POP-TOTAL    TO WS-POP-TOTAL-ED
           MOVE WS-POP-ESPERADA TO WS-POP-ESPERADA-ED
           MOVE WS-REL-TRACO            TO REG-REL-POPULACAO
           WRITE REG-REL-POPULACAO
           MOVE SPACES TO WS-REL-LINHA
           STRING 'LIDOS: '          WS-CTLIDOS
                  '  INCLUIDOS: '    WS-CTINCLUIDOS
                  '  SUBSTITUIDOS: ' WS-CTSUBSTITUIDOS
                  '  REJEITADOS: '   WS-CTREJEITADOS
                  '  FORA DO CADCID: ' WS-CTFORA-CADCID
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           MOVE WS-REL-LINHA TO REG-REL-POPULACAO
           WRITE REG-REL-POPULACAO
           MOVE SPACES TO WS-REL-LINHA
           STRING 'MUNICIPIOS CARREGADOS: ' WS-CTCARREGADOS
                  ' (ESPERADOS: ' WS-QTD-ESPERADA ')'
                  '  POPULACAO CARREGADA: ' WS-POP-TOTAL-ED
                  ' (ESPERADA: ' WS-POP-ESPERADA-ED ')'
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           MOVE WS-REL-LINHA TO REG-REL-POPULACAO
           WRITE REG-REL-POPULACAO

      *    TOTAIS DE CONTROLE: ESPERADO ZERO NAO E CONFERIDO
           IF RETURN-CODE = ZERO
              IF (WS-QTD-ESPERADA NOT = ZERO
                  AND WS-QTD-ESPERADA NOT = WS-CTCARREGADOS)
                 OR (WS-POP-ESPERADA NOT = ZERO
                  AND WS-POP-ESPERADA NOT = WS-POP-TOTAL)
                 MOVE SPACES TO WS-REL-LINHA
                 STRING '*** TOTAIS CARREGADOS NAO BATEM COM OS '
                        'INFORMADOS PELO IBGE - CONFERIR O ARQUIVO'
                        DELIMITED BY SIZE INTO WS-REL-LINHA
                 MOVE WS-REL-LINHA TO REG-REL-POPULACAO
                 WRITE REG-REL-POPULACAO
                 DISPLAY WS-REL-LINHA
                 MOVE 4 TO RETURN-CODE
              ELSE
                 IF WS-CTREJEITADOS > ZERO
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF

           CLOSE REL-POPULACAO
           IF WS-IBGE-ABERTO = 'S'
              CLOSE ARQ-IBGE
           END-IF
           IF WS-POP-ABERTO = 'S'
              CLOSE POPULACAO-CID
           END-IF
           IF WS-CADCID-ABERTO = 'S'
              CLOSE CIDADES-CADASTRO
           END-IF

           DISPLAY " *========================================*"
           DISPLAY " *   TOTAIS DE CONTROLE - CGPRG030        *"
           DISPLAY " *----------------------------------------*"
           DISPLAY " * LINHAS LIDAS                = " WS-CTLIDOS
           DISPLAY " * MUNICIPIOS INCLUIDOS        = " WS-CTINCLUIDOS
           DISPLAY " * MUNICIPIOS SUBSTITUIDOS     = "
                    WS-CTSUBSTITUIDOS
           DISPLAY " * LINHAS REJEITADAS           = " WS-CTREJEITADOS
           DISPLAY " * FORA DO CADCID (CARREGADOS) = "
                    WS-CTFORA-CADCID
           DISPLAY " * POPULACAO CARREGADA         = " WS-POP-TOTAL-ED
           DISPLAY " *========================================*"
           DISPLAY " *----------------------------------------*"
           DISPLAY " *      TERMINO NORMAL DO CGPRG030        *"
           DISPLAY " *----------------------------------------*"
           .
      *---------------> FIM DO PROGRAMA CGPRG030 <-------------------*
