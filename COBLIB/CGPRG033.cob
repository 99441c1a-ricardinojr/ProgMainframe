       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG033.
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
           SELECT ARQ-DELIM       ASSIGN TO "DELIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DELIM.
           SELECT ARQ-DECK        ASSIGN TO "DECKCID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DECK.
           SELECT REL-DELIM       ASSIGN TO "RELDLM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REL.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *    ARQUIVO DO ORGAO REMETENTE, CAMPOS SEPARADOS POR ';':
      *    1A. LINHA = H;ORGAO;DATA DE REFERENCIA (AAAAMMDD)
      *    DEMAIS    = CIDADE;UF;VEICULOS;BAFOMETRO;ACIDENTES;OBITOS
      *                [;LEVES;GRAVES;FATAIS;FERIDOS] (OPCIONAIS)
       FD  ARQ-DELIM
           LABEL RECORDS ARE STANDARD.
       01  REG-DELIM                  PIC X(150).
       01  REG-DELIM-R REDEFINES REG-DELIM.
           05  DLM-TIPO-LINHA         PIC X(01).
           05  DLM-SEPARADOR          PIC X(01).
           05  FILLER                 PIC X(148).
      *
      *    DECK COMPLETO PARA A SYSIN DO CGPRG007
       FD  ARQ-DECK
           LABEL RECORDS ARE STANDARD.
       01  REG-DECK                   PIC X(24).
      *
       FD  REL-DELIM
           LABEL RECORDS ARE STANDARD.
       01  REG-REL-DELIM              PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-FIM                 PIC X(01).
           05  WS-STATUS-DELIM        PIC X(02).
           05  WS-STATUS-DECK         PIC X(02).
           05  WS-STATUS-REL          PIC X(02).
           05  WS-DELIM-ABERTO        PIC X(01)        VALUE 'N'.
           05  WS-DECK-ABERTO         PIC X(01)        VALUE 'N'.
      *        ' ' = HEADER AINDA NAO LIDO, 'S' = VALIDO, 'N' = AUSENTE
      *        OU INVALIDO (NENHUM CARTAO VAI PARA O DECK)
           05  WS-HDR-SITUACAO        PIC X(01)        VALUE SPACE.
           05  WS-TEM-GRAVIDADE       PIC X(01).
           05  WS-EXCESSO             PIC X(01).
           05  WS-MOTIVO              PIC X(40).
           05  WS-SOMA-SEV            PIC 9(05).
           05  WS-CTLIDOS             PIC 9(06)        VALUE ZERO.
           05  WS-CTBRANCO            PIC 9(06)        VALUE ZERO.
           05  WS-CTACEITOS           PIC 9(06)        VALUE ZERO.
           05  WS-CTREJEITADOS        PIC 9(06)        VALUE ZERO.
           05  WS-CTCARTOES           PIC 9(06)        VALUE ZERO.
           05  WS-CTGRAVIDADE         PIC 9(06)        VALUE ZERO.
           05  WS-HASH-ACD            PIC 9(08)        VALUE ZERO.
           05  WS-HASH-OBT            PIC 9(08)        VALUE ZERO.
      *-----> ENTRADA - OPCAO DE EXECUCAO E CUSTOS DO CGPRG007, VIA
      *-----> SYSIN (SAO COPIADOS PARA OS DOIS PRIMEIROS CARTOES DO
      *-----> DECK): COL 1 = 'N'/'S'/'T', COL 2 = ' '/'O', COL 3-20 =
      *-----> CUSTO POR ACIDENTE 9(07)V99 + CUSTO POR OBITO 9(07)V99
       01  WS-REG-SYSIN.
           05 WS-PARM-OPCAO       PIC X(01).
           05 WS-PARM-OVERRIDE    PIC X(01).
           05 WS-PARM-CUSTOS.
              10 WS-PARM-CUSTO-ACID  PIC 9(07)V99.
              10 WS-PARM-CUSTO-OBIT  PIC 9(07)V99.
      *-----> CAMPOS DA LINHA DO HEADER (UNSTRING POR ';')
       01  WS-CAMPOS-HEADER.
           05 WS-CPO-TIPO         PIC X(01).
           05 WS-CPO-ORIGEM       PIC X(10).
           05 WS-CPO-DATA         PIC X(08)        JUSTIFIED RIGHT.
           05 WS-CPO-DATA-R REDEFINES WS-CPO-DATA.
              10 WS-CPO-SECULO    PIC 9(02).
              10 WS-CPO-ANO       PIC 9(02).
              10 WS-CPO-MES       PIC 9(02).
              10 WS-CPO-DIA       PIC 9(02).
           05 WS-CPO-HDR-EXTRA    PIC X(10).
           05 WS-TAM-TIPO         PIC 9(03).
           05 WS-TAM-ORIGEM       PIC 9(03).
           05 WS-TAM-DATA         PIC 9(03).
           05 WS-TAM-HDR-EXTRA    PIC 9(03).
      *-----> CAMPOS DA LINHA DA CIDADE (UNSTRING POR ';'). OS CAMPOS
      *-----> NUMERICOS SAO ALINHADOS A DIREITA E COMPLETADOS COM
      *-----> ZEROS, PARA O TESTE NUMERIC E A MONTAGEM DOS CARTOES
       01  WS-CAMPOS-CIDADE.
           05 WS-CPO-CIDADE       PIC X(05)        JUSTIFIED RIGHT.
           05 WS-CPO-CIDADE-N REDEFINES WS-CPO-CIDADE
                                  PIC 9(05).
           05 WS-CPO-UF           PIC X(02).
           05 WS-CPO-VEICULOS     PIC X(07)        JUSTIFIED RIGHT.
           05 WS-CPO-VEICULOS-N REDEFINES WS-CPO-VEICULOS
                                  PIC 9(07).
           05 WS-CPO-BAFOMETRO    PIC X(01).
           05 WS-CPO-ACIDENTES    PIC X(04)        JUSTIFIED RIGHT.
           05 WS-CPO-ACIDENTES-N REDEFINES WS-CPO-ACIDENTES
                                  PIC 9(04).
           05 WS-CPO-OBITOS       PIC X(04)        JUSTIFIED RIGHT.
           05 WS-CPO-OBITOS-N REDEFINES WS-CPO-OBITOS
                                  PIC 9(04).
           05 WS-CPO-LEVES        PIC X(04)        JUSTIFIED RIGHT.
           05 WS-CPO-LEVES-N REDEFINES WS-CPO-LEVES
                                  PIC 9(04).
           05 WS-CPO-GRAVES       PIC X(04)        JUSTIFIED RIGHT.
           05 WS-CPO-GRAVES-N REDEFINES WS-CPO-GRAVES
                                  PIC 9(04).
           05 WS-CPO-FATAIS       PIC X(04)        JUSTIFIED RIGHT.
           05 WS-CPO-FATAIS-N REDEFINES WS-CPO-FATAIS
                                  PIC 9(04).
           05 WS-CPO-FERIDOS      PIC X(05)        JUSTIFIED RIGHT.
           05 WS-CPO-FERIDOS-N REDEFINES WS-CPO-FERIDOS
                                  PIC 9(05).
           05 WS-CPO-EXTRA        PIC X(10).
           05 WS-TAM-CIDADE       PIC 9(03).
           05 WS-TAM-UF           PIC 9(03).
           05 WS-TAM-VEICULOS     PIC 9(03).
           05 WS-TAM-BAFOMETRO    PIC 9(03).
           05 WS-TAM-ACIDENTES    PIC 9(03).
           05 WS-TAM-OBITOS       PIC 9(03).
           05 WS-TAM-LEVES        PIC 9(03).
           05 WS-TAM-GRAVES       PIC 9(03).
           05 WS-TAM-FATAIS       PIC 9(03).
           05 WS-TAM-FERIDOS      PIC 9(03).
           05 WS-TAM-EXTRA        PIC 9(03).
      *-----> SAIDA - CARTOES DO DECK, NOS LAYOUTS DA SYSIN DO CGPRG007
       01  WS-CARTAO-OPCAO.
           05 OPC-OPCAO            PIC X(01).
           05 OPC-OVERRIDE         PIC X(01).
           05 FILLER               PIC X(22)        VALUE SPACES.
       01  WS-CARTAO-CUSTO.
           05 CUS-CUSTOS           PIC X(18).
           05 FILLER               PIC X(06)        VALUE SPACES.
       01  WS-CARTAO-HEADER.
           05 FILLER               PIC X(01)        VALUE 'H'.
           05 HDR-ORIGEM           PIC X(10).
           05 HDR-DATA-REF.
              10 FILLER            PIC X(02)        VALUE '00'.
              10 HDR-ANO           PIC 9(02).
              10 HDR-MES           PIC 9(02).
              10 HDR-DIA           PIC 9(02).
           05 FILLER               PIC X(05)        VALUE SPACES.
       01  WS-CARTAO-CIDADE.
           05 FILLER               PIC X(01)        VALUE '1'.
           05 CAR-CIDADE           PIC 9(05).
           05 CAR-ESTADO           PIC X(02).
           05 CAR-QTD-VEICULOS     PIC 9(07).
           05 CAR-BAFOMETRO        PIC X(01).
           05 CAR-QTD-ACIDENTES    PIC 9(04).
           05 CAR-QTD-OBITOS       PIC 9(04).
       01  WS-CARTAO-GRAVIDADE.
           05 FILLER               PIC X(01)        VALUE '2'.
           05 SEV-CIDADE           PIC 9(05).
           05 SEV-LEVES            PIC 9(04).
           05 SEV-GRAVES           PIC 9(04).
           05 SEV-FATAIS           PIC 9(04).
           05 SEV-FERIDOS          PIC 9(05).
           05 FILLER               PIC X(01)        VALUE SPACES.
       01  WS-CARTAO-TRAILER.
           05 FILLER               PIC X(01)        VALUE 'T'.
           05 TRL-QTD              PIC 9(06).
           05 TRL-HASH-ACD         PIC 9(08).
           05 TRL-HASH-OBT         PIC 9(08).
           05 FILLER               PIC X(01)        VALUE SPACES.
       01  WS-CARTAO-FIM           PIC X(24)        VALUE ALL '9'.
      *-----> SAIDA - LINHA REJEITADA (NUMERO DA LINHA NO ARQUIVO DO
      *-----> ORGAO, MOTIVO E INICIO DO CONTEUDO)
       01  WS-REG-REJEITADO.
           05 FILLER              PIC X(06)        VALUE 'LINHA '.
           05 REJLINHA            PIC ZZZZZ9.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 REJMOTIVO           PIC X(40).
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 REJCONTEUDO         PIC X(76).
      *-----> LINHAS DO RELATORIO EM DISCO (DD RELDLM)
       01  WS-REL-CAB1.
           05 FILLER              PIC X(18)        VALUE
              'RELATORIO CGPRG033'.
           05 FILLER              PIC X(05)        VALUE SPACES.
           05 FILLER              PIC X(40)        VALUE
              'CONVERSAO DO ARQUIVO DELIMITADO DO ORGAO'.
           05 FILLER              PIC X(32)        VALUE
              ' - LINHAS REJEITADAS'.
       01  WS-REL-CAB2.
           05 FILLER              PIC X(12)        VALUE
              'LINHA'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(40)        VALUE
              'MOTIVO DA REJEICAO'.
           05 FILLER              PIC X(02)        VALUE SPACES.
           05 FILLER              PIC X(17)        VALUE
              'CONTEUDO DA LINHA'.
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
       000-CGPRG033.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - CRITICA DA SYSIN E ABERTURA DOS
      *    ARQUIVOS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "LUANA - RICARDINO"
           DISPLAY "CGPRG033 - CONVERSAO DO ARQUIVO DELIMITADO DO "
                   "ORGAO PARA O DECK DO CGPRG007"
           ACCEPT WS-REG-SYSIN FROM SYSIN
           DISPLAY "OPCAO DE EXECUCAO DO DECK.......: " WS-PARM-OPCAO
                    WS-PARM-OVERRIDE
           DISPLAY "-------------------------------------------"

           MOVE 'N' TO WS-FIM

           OPEN OUTPUT REL-DELIM
           IF WS-STATUS-REL NOT = '00'
              DISPLAY "*** REL-DELIM NAO PODE SER ABERTO - STATUS: "
                       WS-STATUS-REL
           END-IF

           IF WS-PARM-OPCAO NOT = 'N' AND WS-PARM-OPCAO NOT = 'S'
              AND WS-PARM-OPCAO NOT = 'T'
              DISPLAY "*** OPCAO DE EXECUCAO INVALIDA NA SYSIN: "
                       WS-PARM-OPCAO " (N, S OU T)"
              MOVE 16  TO RETURN-CODE
           END-IF
           IF WS-PARM-OVERRIDE NOT = SPACE
              AND WS-PARM-OVERRIDE NOT = 'O'
              DISPLAY "*** COL 2 DA SYSIN INVALIDA: " WS-PARM-OVERRIDE
                       " (BRANCO OU O)"
              MOVE 16  TO RETURN-CODE
           END-IF
           IF WS-PARM-CUSTOS NOT NUMERIC
              DISPLAY "*** PARAMETROS DE CUSTO NAO NUMERICOS NA SYSIN"
              MOVE 16  TO RETURN-CODE
           END-IF

           IF RETURN-CODE = ZERO
              OPEN INPUT ARQ-DELIM
              IF WS-STATUS-DELIM = '00'
                 MOVE 'S' TO WS-DELIM-ABERTO
              ELSE
                 DISPLAY "*** ARQ-DELIM NAO PODE SER ABERTO - STATUS: "
                          WS-STATUS-DELIM
                 MOVE 16  TO RETURN-CODE
              END-IF
           END-IF

           IF RETURN-CODE = ZERO
              OPEN OUTPUT ARQ-DECK
              IF WS-STATUS-DECK = '00'
                 MOVE 'S' TO WS-DECK-ABERTO
              ELSE
                 DISPLAY "*** ARQ-DECK NAO PODE SER ABERTO - STATUS: "
                          WS-STATUS-DECK
                 MOVE 16  TO RETURN-CODE
              END-IF
           END-IF

           MOVE WS-REL-CAB1             TO REG-REL-DELIM
           WRITE REG-REL-DELIM
           MOVE WS-REL-TRACO            TO REG-REL-DELIM
           WRITE REG-REL-DELIM
           MOVE WS-REL-CAB2             TO REG-REL-DELIM
           WRITE REG-REL-DELIM
           MOVE WS-REL-TRACO            TO REG-REL-DELIM
           WRITE REG-REL-DELIM

           IF RETURN-CODE NOT = ZERO
              MOVE 'S' TO WS-FIM
           ELSE
              PERFORM 025-LER-DELIM
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA DO ARQUIVO DELIMITADO DO ORGAO
      *--------------------------------------------------------------*
       025-LER-DELIM.

           READ ARQ-DELIM
              AT END
                 MOVE 'S' TO WS-FIM
              NOT AT END
                 ADD 1 TO WS-CTLIDOS
           END-READ
           .
      *--------------------------------------------------------------*
      *    TRATA UMA LINHA: A 1A. LINHA PREENCHIDA DEVE SER O HEADER;
      *    AS DEMAIS SAO CIDADES. LINHAS EM BRANCO SAO IGNORADAS
      *--------------------------------------------------------------*
       030-PROCESSAR.

           MOVE SPACES TO WS-MOTIVO

           EVALUATE TRUE
              WHEN REG-DELIM = SPACES
                 ADD 1 TO WS-CTBRANCO
              WHEN DLM-TIPO-LINHA = 'H' AND DLM-SEPARADOR = ';'
                 IF WS-HDR-SITUACAO = SPACE
                    PERFORM 032-TRATAR-HEADER
                 ELSE
                    MOVE 'HEADER REPETIDO OU FORA DA 1A. LINHA'
                         TO WS-MOTIVO
                    PERFORM 045-REJEITAR
                 END-IF
              WHEN OTHER
                 IF WS-HDR-SITUACAO = SPACE
                    MOVE 'N' TO WS-HDR-SITUACAO
                    DISPLAY "*** 1A. LINHA DO ARQUIVO NAO E O HEADER "
                             "(H;ORGAO;AAAAMMDD) - DECK NAO GERADO"
                 END-IF
                 PERFORM 035-TRATAR-CIDADE
           END-EVALUATE

           PERFORM 025-LER-DELIM
           .
      *--------------------------------------------------------------*
      *    CRITICA O HEADER E GRAVA OS TRES CARTOES INICIAIS DO DECK:
      *    OPCAO DE EXECUCAO, CUSTOS E HEADER 'H'. A DATA VEM COM O
      *    ANO COM 4 DIGITOS E VAI PARA O CARTAO NA CONVENCAO 00AA
      *--------------------------------------------------------------*
       032-TRATAR-HEADER.

           MOVE SPACES TO WS-CAMPOS-HEADER
           MOVE ZERO   TO WS-TAM-TIPO WS-TAM-ORIGEM WS-TAM-DATA
                          WS-TAM-HDR-EXTRA
           MOVE 'N'    TO WS-EXCESSO

           UNSTRING REG-DELIM DELIMITED BY ';' OR ALL SPACES
              INTO WS-CPO-TIPO      COUNT IN WS-TAM-TIPO
                   WS-CPO-ORIGEM    COUNT IN WS-TAM-ORIGEM
                   WS-CPO-DATA      COUNT IN WS-TAM-DATA
                   WS-CPO-HDR-EXTRA COUNT IN WS-TAM-HDR-EXTRA
              ON OVERFLOW
                 MOVE 'S' TO WS-EXCESSO
           END-UNSTRING
           INSPECT WS-CPO-DATA REPLACING LEADING SPACES BY ZEROS

           EVALUATE TRUE
              WHEN WS-EXCESSO = 'S' OR WS-TAM-HDR-EXTRA > ZERO
                 MOVE 'HEADER COM CAMPOS EM EXCESSO' TO WS-MOTIVO
              WHEN WS-TAM-ORIGEM = ZERO OR WS-TAM-ORIGEM > 10
                 MOVE 'ORGAO DO HEADER AUSENTE OU MAIOR QUE 10'
                      TO WS-MOTIVO
              WHEN WS-TAM-DATA NOT = 8 OR WS-CPO-DATA NOT NUMERIC
                 MOVE 'DATA DO HEADER NAO E AAAAMMDD' TO WS-MOTIVO
              WHEN WS-CPO-SECULO NOT = 20 AND WS-CPO-SECULO NOT = 0
                 MOVE 'DATA DO HEADER NAO E AAAAMMDD' TO WS-MOTIVO
              WHEN WS-CPO-MES < 1 OR WS-CPO-MES > 12
                 MOVE 'MES INVALIDO NA DATA DO HEADER' TO WS-MOTIVO
              WHEN WS-CPO-DIA < 1 OR WS-CPO-DIA > 31
                 MOVE 'DIA INVALIDO NA DATA DO HEADER' TO WS-MOTIVO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WS-MOTIVO NOT = SPACES
              MOVE 'N' TO WS-HDR-SITUACAO
              DISPLAY "*** HEADER INVALIDO - DECK NAO GERADO"
              PERFORM 045-REJEITAR
           ELSE
              MOVE 'S' TO WS-HDR-SITUACAO
              MOVE WS-PARM-OPCAO        TO OPC-OPCAO
              MOVE WS-PARM-OVERRIDE     TO OPC-OVERRIDE
              MOVE WS-PARM-CUSTOS       TO CUS-CUSTOS
              MOVE WS-CPO-ORIGEM        TO HDR-ORIGEM
              MOVE WS-CPO-ANO           TO HDR-ANO
              MOVE WS-CPO-MES           TO HDR-MES
              MOVE WS-CPO-DIA           TO HDR-DIA
              DISPLAY "DECK DO ORGAO...................: " HDR-ORIGEM
              DISPLAY "DATA DE REFERENCIA DO DECK......: "
                       HDR-DATA-REF
              MOVE WS-CARTAO-OPCAO      TO REG-DECK
              WRITE REG-DECK
              MOVE WS-CARTAO-CUSTO      TO REG-DECK
              WRITE REG-DECK
              MOVE WS-CARTAO-HEADER     TO REG-DECK
              WRITE REG-DECK
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICA A LINHA DA CIDADE E GERA O CARTAO '1' E, SE VIER A
      *    GRAVIDADE, O CARTAO '2'. A LINHA COM QUALQUER ERRO E
      *    REJEITADA INTEIRA - NENHUM DOS DOIS CARTOES VAI PARA O DECK
      *--------------------------------------------------------------*
       035-TRATAR-CIDADE.

           MOVE SPACES TO WS-CAMPOS-CIDADE
           MOVE ZERO   TO WS-TAM-CIDADE WS-TAM-UF WS-TAM-VEICULOS
                          WS-TAM-BAFOMETRO WS-TAM-ACIDENTES
                          WS-TAM-OBITOS WS-TAM-LEVES WS-TAM-GRAVES
                          WS-TAM-FATAIS WS-TAM-FERIDOS WS-TAM-EXTRA
           MOVE 'N'    TO WS-EXCESSO

           UNSTRING REG-DELIM DELIMITED BY ';' OR ALL SPACES
              INTO WS-CPO-CIDADE    COUNT IN WS-TAM-CIDADE
                   WS-CPO-UF        COUNT IN WS-TAM-UF
                   WS-CPO-VEICULOS  COUNT IN WS-TAM-VEICULOS
                   WS-CPO-BAFOMETRO COUNT IN WS-TAM-BAFOMETRO
                   WS-CPO-ACIDENTES COUNT IN WS-TAM-ACIDENTES
                   WS-CPO-OBITOS    COUNT IN WS-TAM-OBITOS
                   WS-CPO-LEVES     COUNT IN WS-TAM-LEVES
                   WS-CPO-GRAVES    COUNT IN WS-TAM-GRAVES
                   WS-CPO-FATAIS    COUNT IN WS-TAM-FATAIS
                   WS-CPO-FERIDOS   COUNT IN WS-TAM-FERIDOS
                   WS-CPO-EXTRA     COUNT IN WS-TAM-EXTRA
              ON OVERFLOW
                 MOVE 'S' TO WS-EXCESSO
           END-UNSTRING

           INSPECT WS-CPO-CIDADE    REPLACING LEADING SPACES BY ZEROS
           INSPECT WS-CPO-VEICULOS  REPLACING LEADING SPACES BY ZEROS
           INSPECT WS-CPO-ACIDENTES REPLACING LEADING SPACES BY ZEROS
           INSPECT WS-CPO-OBITOS    REPLACING LEADING SPACES BY ZEROS
           INSPECT WS-CPO-LEVES     REPLACING LEADING SPACES BY ZEROS
           INSPECT WS-CPO-GRAVES    REPLACING LEADING SPACES BY ZEROS
           INSPECT WS-CPO-FATAIS    REPLACING LEADING SPACES BY ZEROS
           INSPECT WS-CPO-FERIDOS   REPLACING LEADING SPACES BY ZEROS

      *    A GRAVIDADE E OPCIONAL, MAS SE QUALQUER DOS QUATRO CAMPOS
      *    VIER PREENCHIDO, OS QUATRO SAO OBRIGATORIOS
           IF WS-TAM-LEVES > ZERO OR WS-TAM-GRAVES > ZERO
              OR WS-TAM-FATAIS > ZERO OR WS-TAM-FERIDOS > ZERO
              MOVE 'S' TO WS-TEM-GRAVIDADE
           ELSE
              MOVE 'N' TO WS-TEM-GRAVIDADE
           END-IF

           PERFORM 036-VALIDAR-CIDADE

           IF WS-MOTIVO = SPACES
              PERFORM 038-GRAVAR-CARTOES
           ELSE
              PERFORM 045-REJEITAR
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICA DE FORMATO DOS CAMPOS DA CIDADE - PRIMEIRO MOTIVO
      *    ENCONTRADO. AS CRITICAS DE CONTEUDO (CADASTRO, UF DO ORGAO,
      *    ZERADOS) CONTINUAM NO CGPRG007, COM O SUSPENSE DE SEMPRE
      *--------------------------------------------------------------*
       036-VALIDAR-CIDADE.

           EVALUATE TRUE
              WHEN WS-EXCESSO = 'S' OR WS-TAM-EXTRA > ZERO
                 MOVE 'LINHA COM CAMPOS EM EXCESSO' TO WS-MOTIVO
              WHEN WS-TAM-CIDADE = ZERO OR WS-TAM-UF = ZERO
                   OR WS-TAM-VEICULOS = ZERO OR WS-TAM-BAFOMETRO = ZERO
                   OR WS-TAM-ACIDENTES = ZERO OR WS-TAM-OBITOS = ZERO
                 MOVE 'CAMPO OBRIGATORIO AUSENTE (6 PRIMEIROS)'
                      TO WS-MOTIVO
              WHEN WS-TAM-CIDADE > 5 OR WS-CPO-CIDADE NOT NUMERIC
                 MOVE 'CIDADE NAO NUMERICA OU COM MAIS DE 5 DIG'
                      TO WS-MOTIVO
              WHEN WS-TAM-UF NOT = 2 OR WS-CPO-UF NOT ALPHABETIC
                 MOVE 'UF INVALIDA (2 LETRAS)' TO WS-MOTIVO
              WHEN WS-TAM-VEICULOS > 7
                   OR WS-CPO-VEICULOS NOT NUMERIC
                 MOVE 'VEICULOS NAO NUMERICO OU COM MAIS DE 7'
                      TO WS-MOTIVO
              WHEN WS-TAM-BAFOMETRO > 1
                   OR (WS-CPO-BAFOMETRO NOT = 'S'
                       AND WS-CPO-BAFOMETRO NOT = 'N')
                 MOVE 'BAFOMETRO DEVE SER S OU N' TO WS-MOTIVO
              WHEN WS-TAM-ACIDENTES > 4
                   OR WS-CPO-ACIDENTES NOT NUMERIC
                 MOVE 'ACIDENTES NAO NUMERICO OU COM MAIS DE 4'
                      TO WS-MOTIVO
              WHEN WS-TAM-OBITOS > 4 OR WS-CPO-OBITOS NOT NUMERIC
                 MOVE 'OBITOS NAO NUMERICO OU COM MAIS DE 4 DIG'
                      TO WS-MOTIVO
              WHEN WS-TEM-GRAVIDADE = 'N'
                 CONTINUE
              WHEN WS-TAM-LEVES = ZERO OR WS-TAM-GRAVES = ZERO
                   OR WS-TAM-FATAIS = ZERO OR WS-TAM-FERIDOS = ZERO
                 MOVE 'GRAVIDADE INCOMPLETA (4 CAMPOS)' TO WS-MOTIVO
              WHEN WS-TAM-LEVES > 4 OR WS-TAM-GRAVES > 4
                   OR WS-TAM-FATAIS > 4 OR WS-TAM-FERIDOS > 5
                 MOVE 'GRAVIDADE COM CAMPO MAIOR QUE O CARTAO'
                      TO WS-MOTIVO
              WHEN WS-CPO-LEVES NOT NUMERIC
                   OR WS-CPO-GRAVES NOT NUMERIC
                   OR WS-CPO-FATAIS NOT NUMERIC
                   OR WS-CPO-FERIDOS NOT NUMERIC
                 MOVE 'GRAVIDADE NAO NUMERICA' TO WS-MOTIVO
              WHEN OTHER
                 COMPUTE WS-SOMA-SEV = WS-CPO-LEVES-N
                                     + WS-CPO-GRAVES-N
                                     + WS-CPO-FATAIS-N
                 IF WS-SOMA-SEV NOT = WS-CPO-ACIDENTES-N
                    MOVE 'GRAVIDADE NAO SOMA OS ACIDENTES'
                         TO WS-MOTIVO
                 END-IF
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    GRAVA O CARTAO '1' (E O '2') DA CIDADE E ACUMULA OS TOTAIS
      *    DE BATIMENTO DO TRAILER, COMO O CGPRG007 OS CONFERE:
      *    QTDE DE CARTOES TIPOS 1 E 2, ACIDENTES E OBITOS DOS TIPO 1
      *--------------------------------------------------------------*
       038-GRAVAR-CARTOES.

           ADD 1 TO WS-CTACEITOS

           IF WS-HDR-SITUACAO = 'S'
              MOVE WS-CPO-CIDADE-N      TO CAR-CIDADE
              MOVE WS-CPO-UF            TO CAR-ESTADO
              MOVE WS-CPO-VEICULOS-N    TO CAR-QTD-VEICULOS
              MOVE WS-CPO-BAFOMETRO     TO CAR-BAFOMETRO
              MOVE WS-CPO-ACIDENTES-N   TO CAR-QTD-ACIDENTES
              MOVE WS-CPO-OBITOS-N      TO CAR-QTD-OBITOS
              MOVE WS-CARTAO-CIDADE     TO REG-DECK
              WRITE REG-DECK
              ADD 1                     TO WS-CTCARTOES
              ADD WS-CPO-ACIDENTES-N    TO WS-HASH-ACD
              ADD WS-CPO-OBITOS-N       TO WS-HASH-OBT

              IF WS-TEM-GRAVIDADE = 'S'
                 MOVE WS-CPO-CIDADE-N   TO SEV-CIDADE
                 MOVE WS-CPO-LEVES-N    TO SEV-LEVES
                 MOVE WS-CPO-GRAVES-N   TO SEV-GRAVES
                 MOVE WS-CPO-FATAIS-N   TO SEV-FATAIS
                 MOVE WS-CPO-FERIDOS-N  TO SEV-FERIDOS
                 MOVE WS-CARTAO-GRAVIDADE TO REG-DECK
                 WRITE REG-DECK
                 ADD 1                  TO WS-CTCARTOES
                 ADD 1                  TO WS-CTGRAVIDADE
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LISTA A LINHA REJEITADA COM O NUMERO E O MOTIVO
      *--------------------------------------------------------------*
       045-REJEITAR.

           ADD 1 TO WS-CTREJEITADOS
           MOVE WS-CTLIDOS       TO REJLINHA
           MOVE WS-MOTIVO        TO REJMOTIVO
           MOVE REG-DELIM        TO REJCONTEUDO
           DISPLAY WS-REG-REJEITADO
           MOVE WS-REG-REJEITADO TO REG-REL-DELIM
           WRITE REG-REL-DELIM
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - TRAILER E CARTAO DE FIM DO DECK,
      *    TOTAIS E RETURN-CODE:
      *    16 = SYSIN/ARQUIVOS, HEADER AUSENTE OU INVALIDO OU NENHUMA
      *         CIDADE ACEITA (DECK NAO DEVE SER SUBMETIDO)
      *     4 = DECK GERADO, MAS HOUVE LINHAS REJEITADAS
      *--------------------------------------------------------------*
       090-TERMINAR.

           IF WS-HDR-SITUACAO = 'S'
              MOVE WS-CTCARTOES         TO TRL-QTD
              MOVE WS-HASH-ACD          TO TRL-HASH-ACD
              MOVE WS-HASH-OBT          TO TRL-HASH-OBT
              MOVE WS-CARTAO-TRAILER    TO REG-DECK
              WRITE REG-DECK
              MOVE WS-CARTAO-FIM        TO REG-DECK
              WRITE REG-DECK
           END-IF

           IF RETURN-CODE = ZERO
              IF WS-HDR-SITUACAO NOT = 'S'
                 DISPLAY "*** ARQUIVO SEM HEADER VALIDO - DECK NAO "
                          "GERADO"
                 MOVE 16 TO RETURN-CODE
              ELSE
                 IF WS-CTCARTOES = ZERO
                    DISPLAY "*** NENHUMA CIDADE ACEITA - DECK SEM "
                             "CARTOES DE DADOS"
                    MOVE 16 TO RETURN-CODE
                 ELSE
                    IF WS-CTREJEITADOS > ZERO
                       MOVE 4 TO RETURN-CODE
                    END-IF
                 END-IF
              END-IF
           END-IF

           MOVE WS-REL-TRACO            TO REG-REL-DELIM
           WRITE REG-REL-DELIM
           MOVE SPACES TO WS-REL-LINHA
           STRING 'LINHAS LIDAS: '        WS-CTLIDOS
                  '  EM BRANCO: '         WS-CTBRANCO
                  '  CIDADES ACEITAS: '   WS-CTACEITOS
                  '  REJEITADAS: '        WS-CTREJEITADOS
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           MOVE WS-REL-LINHA            TO REG-REL-DELIM
           WRITE REG-REL-DELIM
           MOVE SPACES TO WS-REL-LINHA
           IF WS-HDR-SITUACAO = 'S'
              STRING 'DECK GERADO - ORGAO: ' HDR-ORIGEM
                     '  DATA REF.: '         HDR-DATA-REF
                     '  CARTOES: '           WS-CTCARTOES
                     ' (GRAVIDADE: '         WS-CTGRAVIDADE
                     ')  TRAILER: '          WS-CARTAO-TRAILER
                     DELIMITED BY SIZE INTO WS-REL-LINHA
           ELSE
              STRING 'DECK NAO GERADO - ARQUIVO SEM HEADER VALIDO '
                     '(1A. LINHA: H;ORGAO;AAAAMMDD)'
                     DELIMITED BY SIZE INTO WS-REL-LINHA
           END-IF
           MOVE WS-REL-LINHA            TO REG-REL-DELIM
           WRITE REG-REL-DELIM

           CLOSE REL-DELIM
           IF WS-DELIM-ABERTO = 'S'
              CLOSE ARQ-DELIM
           END-IF
           IF WS-DECK-ABERTO = 'S'
              CLOSE ARQ-DECK
           END-IF

           DISPLAY " *========================================*"
           DISPLAY " *   TOTAIS DE CONTROLE - CGPRG033        *"
           DISPLAY " *----------------------------------------*"
           DISPLAY " * LINHAS LIDAS                = " WS-CTLIDOS
           DISPLAY " * LINHAS EM BRANCO            = " WS-CTBRANCO
           DISPLAY " * CIDADES ACEITAS             = " WS-CTACEITOS
           DISPLAY " * LINHAS REJEITADAS           = " WS-CTREJEITADOS
           DISPLAY " * CARTOES DE DADOS NO DECK    = " WS-CTCARTOES
           DISPLAY " * SOMA DE ACIDENTES (TRAILER) = " WS-HASH-ACD
           DISPLAY " * SOMA DE OBITOS (TRAILER)    = " WS-HASH-OBT
           DISPLAY " *========================================*"
           DISPLAY " *----------------------------------------*"
           DISPLAY " *      TERMINO NORMAL DO CGPRG033        *"
           DISPLAY " *----------------------------------------*"
           .
      *---------------> FIM DO PROGRAMA CGPRG033 <-------------------*
