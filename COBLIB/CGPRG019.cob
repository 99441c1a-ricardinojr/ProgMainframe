           05  WS-CTESTORNOS          PIC 9(06)        VALUE ZERO.
           05  WS-CTSUBSTITUICOES     PIC 9(06)        VALUE ZERO.
           05  WS-CTEXPURGOS          PIC 9(06)        VALUE ZERO.
           05  WS-CTAUTORIZACOES      PIC 9(06)        VALUE ZERO.
           05  WS-CTREATIVACOES       PIC 9(06)        VALUE ZERO.
           05  WS-CTLIBERACOES        PIC 9(06)        VALUE ZERO.
           05  WS-CTLIBJANELA         PIC 9(06)        VALUE ZERO.
           05  WS-CTRECALCULOS        PIC 9(06)        VALUE ZERO.
           05  WS-CTAJUSTES           PIC 9(06)        VALUE ZERO.
           05  WS-CTEXCLUSOES         PIC 9(06)        VALUE ZERO.
           05  WS-OBJETO              PIC X(07).
           05  WS-CTOUTRAS            PIC 9(06)        VALUE ZERO.
      *-----> SAIDA - LINHA DE CABECALHO DA ACAO AUDITADA
       01  WS-REG-DETALHE.
           05 FILLER              PIC X(10)        VALUE SPACES.
           05 FILLER              PIC X(37)        VALUE
              'TRILHA DE AUDITORIA DA MANUTENCAO DO '.
           05 FILLER              PIC X(25)        VALUE
              'CIDMAST / CADCID / CADORG'.
       01  WS-REL-CAB2.
           05 FILLER              PIC X(08)        VALUE
              'DATA    '.
           .
      *--------------------------------------------------------------*
      *    TRADUZ O CODIGO DE FUNCAO GRAVADO PELA MANUTENCAO
      *    (CGPRG010: I/A/E - CGPRG011: D/R/P - CGPRG025: I/A/U/E/R,
      *    ESTE DISTINGUIDO PELO ARQUIVO CADORG - CGPRG028: L -
      *    CGPRG029: R NO CIDMAST, C/A NO CIDMES - CGPRG031: I/A/E
      *    NO METUF, ESTE EXCLUSAO FISICA DA META - CGPRG036: L NO
      *    JANBAT, LIBERACAO DE PASSO PRESO NA JANELA BATCH)
      *--------------------------------------------------------------*
       033-DECODIFICAR-FUNCAO.

           EVALUATE AUD-ARQUIVO
              WHEN 'CADORG  '
                 MOVE 'ORGAO  ' TO WS-OBJETO
              WHEN 'METUF   '
                 MOVE 'META   ' TO WS-OBJETO
              WHEN OTHER
                 MOVE 'CIDADE ' TO WS-OBJETO
           END-EVALUATE

           MOVE SPACES TO AUDTEXTO
           EVALUATE AUD-FUNCAO
              WHEN 'I'
                 ADD 1 TO WS-CTINCLUSOES
                 STRING 'INCLUSAO DE ' WS-OBJETO
                        DELIMITED BY SIZE INTO AUDTEXTO
              WHEN 'A'
                 IF AUD-ARQUIVO = 'CIDMES  '
                    ADD 1 TO WS-CTAJUSTES
                    MOVE 'AJUSTE DE RESUMO MENSAL'
                         TO AUDTEXTO
                 ELSE
                    ADD 1 TO WS-CTALTERACOES
                    STRING 'ALTERACAO DE ' WS-OBJETO
                           DELIMITED BY SIZE INTO AUDTEXTO
                 END-IF
              WHEN 'C'
                 ADD 1 TO WS-CTRECALCULOS
                 MOVE 'RECALCULO DE RESUMO MENSAL'
                      TO AUDTEXTO
              WHEN 'E'
                 IF AUD-ARQUIVO = 'METUF   '
                    ADD 1 TO WS-CTEXCLUSOES
                    MOVE 'EXCLUSAO DE META DA UF'
                         TO AUDTEXTO
                 ELSE
                    ADD 1 TO WS-CTINATIVACOES
                    STRING 'INATIVACAO DE ' WS-OBJETO
                           DELIMITED BY SIZE INTO AUDTEXTO
                 END-IF
              WHEN 'U'
                 ADD 1 TO WS-CTAUTORIZACOES
                 MOVE 'AUTORIZACAO DE UFS DO ORGAO'
                      TO AUDTEXTO
              WHEN 'D'
                 ADD 1 TO WS-CTESTORNOS
                 MOVE 'ESTORNO DE CARGA'
                      TO AUDTEXTO
              WHEN 'R'
                 IF AUD-ARQUIVO = 'CADORG  '
                    ADD 1 TO WS-CTREATIVACOES
                    MOVE 'REATIVACAO DE ORGAO'
                         TO AUDTEXTO
                 ELSE
                    ADD 1 TO WS-CTSUBSTITUICOES
                    MOVE 'SUBSTITUICAO DE REGISTRO'
                         TO AUDTEXTO
                 END-IF
              WHEN 'L'
                 IF AUD-ARQUIVO = 'JANBAT  '
                    ADD 1 TO WS-CTLIBJANELA
                    MOVE 'LIBERACAO DE PASSO PRESO'
                         TO AUDTEXTO
                 ELSE
                    ADD 1 TO WS-CTLIBERACOES
                    MOVE 'LIBERACAO DE CARGA RETIDA'
                         TO AUDTEXTO
                 END-IF
              WHEN 'P'
                 ADD 1 TO WS-CTEXPURGOS
                 MOVE 'EXPURGO POR IDADE'
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           MOVE WS-REL-LINHA            TO REG-REL-AUDIT
           WRITE REG-REL-AUDIT
           MOVE SPACES TO WS-REL-LINHA
           STRING 'CADORG - AUT.UF: ' WS-CTAUTORIZACOES
                  '  REATIV: '        WS-CTREATIVACOES
                  '  RETCID - LIBERACOES: ' WS-CTLIBERACOES
                  '  CIDMES - RECALC: ' WS-CTRECALCULOS
                  '  AJUSTE: '        WS-CTAJUSTES
                  '  METUF - EXCL: '  WS-CTEXCLUSOES
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           MOVE WS-REL-LINHA            TO REG-REL-AUDIT
           WRITE REG-REL-AUDIT
           MOVE SPACES TO WS-REL-LINHA
           STRING 'JANBAT - LIBERACOES: ' WS-CTLIBJANELA
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           MOVE WS-REL-LINHA            TO REG-REL-AUDIT
           WRITE REG-REL-AUDIT

           CLOSE ARQ-AUDIT
           CLOSE REL-AUDIT
           DISPLAY " *   TOTAIS DE CONTROLE - CGPRG019        *"
           DISPLAY " *----------------------------------------*"
           DISPLAY " * ACOES NA TRILHA             = " WS-CTLIDO
           DISPLAY " * INCLUSOES (CIDADE/ORGAO)    = "
                    WS-CTINCLUSOES
           DISPLAY " * ALTERACOES (CIDADE/ORGAO)   = "
                    WS-CTALTERACOES
           DISPLAY " * INATIVACOES (CIDADE/ORGAO)  = "
                    WS-CTINATIVACOES
           DISPLAY " * ESTORNOS DE CARGA           = " WS-CTESTORNOS
           DISPLAY " * SUBSTITUICOES DE REGISTRO   = "
                    WS-CTSUBSTITUICOES
           DISPLAY " * EXPURGOS POR IDADE          = " WS-CTEXPURGOS
           DISPLAY " * AUTORIZACOES DE UF (ORGAO)  = "
                    WS-CTAUTORIZACOES
           DISPLAY " * REATIVACOES DE ORGAO        = "
                    WS-CTREATIVACOES
           DISPLAY " * LIBERACOES DE CARGA RETIDA  = "
                    WS-CTLIBERACOES
           DISPLAY " * LIBERACOES DA JANELA BATCH  = "
                    WS-CTLIBJANELA
           DISPLAY " * RECALCULOS DE RESUMO MENSAL = "
                    WS-CTRECALCULOS
           DISPLAY " * AJUSTES DE RESUMO MENSAL    = " WS-CTAJUSTES
           DISPLAY " * EXCLUSOES DE META DA UF     = " WS-CTEXCLUSOES
           DISPLAY " * OUTRAS FUNCOES              = " WS-CTOUTRAS
           DISPLAY " *========================================*"
           DISPLAY " *----------------------------------------*"
