      * - 02/09/2026 - A CONVERSAO CONFERE O LIMITE DE CREDITO
      *   DO CLIENTE COMO NA DIGITACAO DE PEDIDOS; LIBERACAO
      *   SO ACIMA DO NIVEL 50, COM REGISTRO NO ARQLOG
      * - 15/10/2026 - VALOR UNITARIO SUGERIDO PELA LISTA DO
      *   CLIENTE (ARQLPR) OU PELA TABELA GERAL (ARQPRC); DESCONTO
      *   % LIMITADO PELO NIVEL DO USUARIO (ARQDSC), LEVADO AO
      *   ITEM DO PEDIDO NA CONVERSAO
      * - 15/10/2026 - FECHAMENTO MENSAL (HBFEC001): NAO INCLUI NEM
      *   CONVERTE COM A DATA DO DIA EM MES FECHADO E NAO ALTERA
      *   COTACAO EMITIDA EM MES FECHADO
      * - 15/10/2026 - PERMISSAO POR FUNCAO: A OPCAO ESCOLHIDA E
      *   CONFERIDA NA HBPER002 (ARQPER, HBPER001) ANTES DE
      *   EXECUTAR; A RECUSA E GRAVADA NO ARQLOG
      * - 15/10/2026 - ARQUIVOS DE DADOS ABERTOS NO DIRETORIO
      *   DA EMPRESA (ARQPAR, HBPAR001) VIA 9050-CAMINHO
      * - 15/10/2026 - CONDICAO DE PAGAMENTO DA COTACAO (ARQCPG,
      *   HBCPG001) SUGERIDA PELA DO CLIENTE E ALTERAVEL; LEVADA
      *   AO PEDIDO NA CONVERSAO
      * - 15/10/2026 - GRAVACOES, REGRAVACOES E EXCLUSOES EM
      *   ARQPED, ARQITE E ARQHIS REGISTRADAS NO JOURNAL
      *   (HBJRN002) PARA A REAPLICACAO APOS RESTAURAR UM
      *   BACKUP (HBJRN001)
      * - 15/10/2026 - PEDIDO CONVERTIDO SAI PARA O ENDERECO DO
      *   CADASTRO DO CLIENTE; O DE ENTREGA (ARQENT) E TROCADO
      *   NA ALTERACAO DO PEDIDO (HBPED001)
      ********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY "C:\Hbsis\ftt\FCOT0001.SEL".
           COPY "C:\Hbsis\ftt\FCLI0001.SEL".
           COPY "C:\Hbsis\ftt\FPRO0001.SEL".
           COPY "C:\Hbsis\ftt\FPRC0001.SEL".
           COPY "C:\Hbsis\ftt\FLPR0001.SEL".
           COPY "C:\Hbsis\ftt\FCPG0001.SEL".
           COPY "C:\Hbsis\ftt\FDSC0001.SEL".
           COPY "C:\Hbsis\ftt\FPED0001.SEL".
           COPY "C:\Hbsis\ftt\FITE0001.SEL".
           COPY "C:\Hbsis\ftt\FHIS0001.SEL".
           COPY "C:\Hbsis\ftt\FCOT0001.FD".
           COPY "C:\Hbsis\ftt\FCLI0001.FD".
           COPY "C:\Hbsis\ftt\FPRO0001.FD".
           COPY "C:\Hbsis\ftt\FPRC0001.FD".
           COPY "C:\Hbsis\ftt\FLPR0001.FD".
           COPY "C:\Hbsis\ftt\FCPG0001.FD".
           COPY "C:\Hbsis\ftt\FDSC0001.FD".
           COPY "C:\Hbsis\ftt\FPED0001.FD".
           COPY "C:\Hbsis\ftt\FITE0001.FD".
           COPY "C:\Hbsis\ftt\FHIS0001.FD".
       77  WS-CAMINHO                 PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-COT             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-PRO             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-PRC             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-LPR             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-CPG             PIC X(030)  VALUE SPACES.
       77  WS-COT-CPG-WK              PIC 9(003)  VALUE ZEROS.
       77  WS-COT-CPG-DES             PIC X(020)  VALUE SPACES.
       77  WS-CAMINHO-DSC             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-PED             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-ITE             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-HIS             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-SALVO           PIC X(030)  VALUE SPACES.
       77  WS-LOG-PROGRAMA            PIC X(008)  VALUE SPACES.
       77  WS-LOG-ACAO                PIC X(020)  VALUE SPACES.
       77  WS-PERMITIDO               PIC XXX     VALUE "SIM".
       77  WS-COT-NUM-WK              PIC 9(010)  VALUE ZEROS.
       77  WS-COT-CLI-WK              PIC 9(007)  VALUE ZEROS.
       77  WS-COT-PRO-WK              PIC 9(013)  VALUE ZEROS.
       77  WS-COT-VLU-WK              PIC ZZZZZZ9,99.
       77  WS-COT-VLT-WK              PIC ZZZZZZZZ9,99.
       77  WS-COT-VAL-WK              PIC 9(008)  VALUE ZEROS.
       77  WS-COT-PCT-WK              PIC Z9,99.
       77  WS-PRECO-ACHADO            PIC XXX     VALUE "NAO".
       77  WS-PRECO-TABELA            PIC 9(007)V9(002) VALUE ZEROS.
       77  WS-PRC-EOF                 PIC XXX     VALUE "NAO".
       77  WS-LPR-EOF                 PIC XXX     VALUE "NAO".
       77  WS-ORIGEM-PRECO            PIC X(020)  VALUE SPACES.
       77  WS-DESC-MAXIMO             PIC 9(002)V9(002) VALUE ZEROS.
       77  WS-DESC-MAX-ED             PIC Z9,99.
       77  WS-DESC-ANTERIOR           PIC 9(002)V9(002) VALUE ZEROS.
       77  WS-SIT-ANTERIOR            PIC X(001)  VALUE SPACES.
       77  WS-SIT-NOVA                PIC X(001)  VALUE SPACES.
       77  WS-PED-NUM-WK              PIC 9(010)  VALUE ZEROS.
       77  WS-CRED-ABERTO             PIC 9(011)V9(002) VALUE ZEROS.
       77  WS-CRED-EOF                PIC XXX     VALUE "NAO".
       77  WS-CRED-OK                 PIC XXX     VALUE "SIM".
       77  WS-PERIODO-OK              PIC XXX     VALUE "SIM".

       COPY "C:\Hbsis\ftt\WCONDATA.WK".
       COPY "C:\HBSIS\FTT\HBREL001.WK".
       COPY "C:\Hbsis\ftt\WCURSOR.WK".
       COPY "C:\HBSIS\FTT\HBPER002.WK".
       COPY "C:\HBSIS\FTT\HBSEQ001.WK".
       COPY "C:\HBSIS\FTT\HBFEC002.WK".
       COPY "C:\HBSIS\FTT\HBPAR002.WK".
       COPY "C:\HBSIS\FTT\HBJRN002.WK".

       LINKAGE SECTION.
       COPY "C:\Hbsis\ftt\WCTRAN01.WK".
       VERIF-OPCAO.
           DISPLAY G-TOPCCOT.
           PERFORM 9600-LOOP-CURSOR.
           PERFORM VERIFICA-PERMISSAO THRU VERIFICA-PERMISSAO-EXIT.
           IF  WS-PERMITIDO EQUAL "NAO"
               GO  TO  VERIF-OPCAO-EXIT.
           MOVE "NAO" TO SAIDA-WS
           EVALUATE TRUE
           WHEN WK-OPCAO EQUAL 1
        VERIF-OPCAO-EXIT.
           EXIT.

      *    PERMISSAO DA FUNCAO ESCOLHIDA (ARQPER, HBPER001)
       VERIFICA-PERMISSAO.
           MOVE "SIM"    TO WS-PERMITIDO.
           MOVE SPACES   TO SR-PER-OPERACAO.
           EVALUATE TRUE
           WHEN WK-OPCAO EQUAL 1
                MOVE "INC" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 2
                MOVE "ALT" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 3
                MOVE "INC" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 4
                MOVE "REL" TO SR-PER-OPERACAO
           END-EVALUATE.
           IF  SR-PER-OPERACAO EQUAL SPACES
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "VER"        TO SR-PER-FUNCAO.
           MOVE LK-EMP-COD   TO SR-PER-EMP-COD.
           MOVE LK-USUARIO   TO SR-PER-USUARIO.
           MOVE LK-LIBERACAO TO SR-PER-LIBERACAO.
           MOVE "HBCOT001"   TO SR-PER-PROGRAMA.
           CALL "HBPER002" USING SR-PARAM-HBPER002.
           IF  NOT SR88-PER-NEGADO
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "NAO" TO WS-PERMITIDO.
           MOVE "HBCOT001"              TO WS-LOG-PROGRAMA.
           MOVE SPACES                  TO WS-LOG-ACAO.
           STRING "SEM PERMISSAO " SR-PER-OPERACAO
                  DELIMITED BY SIZE INTO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE "Funcao nao liberada para o usuario...  "
                               TO WK-MSG-ADV1.
           MOVE "Fale com o administrador do sistema... "
                               TO WK-MSG-ADV2.
           PERFORM 9300-ADVERTENCIA.
       VERIFICA-PERMISSAO-EXIT.
           EXIT.

       ROT-INCLUSAO.
           PERFORM MONTAR-TELA THRU MONTAR-TELA-EXIT
           MOVE WK-DATA-SYS TO SR-FEC-DATA
           PERFORM VERIFICA-PERIODO THRU VERIFICA-PERIODO-EXIT
           IF WS-PERIODO-OK = "NAO" THEN
              MOVE "Data do movimento em mes ja fechado... "
                                 TO WK-MSG-ADV1
              MOVE "Nao e possivel incluir cotacao...      "
                                 TO WK-MSG-ADV2
              PERFORM 9300-ADVERTENCIA
              MOVE "SIM" TO SAIDA-WS
              GO  TO  ROT-INCLUSAO-EXIT
           END-IF
           PERFORM ENTRAR-CLIENTE THRU ENTRAR-CLIENTE-EXIT
           IF SAIDA-WS = "NAO" THEN
              PERFORM GERAR-NUMERO THRU GERAR-NUMERO-EXIT
                    PERFORM 9300-ADVERTENCIA
                 ELSE
                    PERFORM MOSTRAR-DADOS THRU MOSTRAR-DADOS-EXIT
                    MOVE COT-DT-EMISSAO TO SR-FEC-DATA
                    PERFORM VERIFICA-PERIODO THRU
                            VERIFICA-PERIODO-EXIT
                    IF WS-PERIODO-OK = "NAO" THEN
                       MOVE "Cotacao emitida em mes ja fechado...   "
                                          TO WK-MSG-ADV1
                       MOVE "Nao e possivel alterar esta cotacao... "
                                          TO WK-MSG-ADV2
                       PERFORM 9300-ADVERTENCIA
                    ELSE
                       PERFORM ENTRAR-DADOS  THRU ENTRAR-DADOS-EXIT
                       PERFORM CONFIRMA THRU CONFIRMA-EXIT
                       IF WK-CONFIRMA = "S" THEN
                          PERFORM REGRAVAR-COT-REG THRU
                                  REGRAVAR-COT-REG-EXIT
                       END-IF
                    END-IF
                 END-IF
              END-IF
                    PERFORM 9300-ADVERTENCIA
                 ELSE
                    PERFORM MOSTRAR-DADOS THRU MOSTRAR-DADOS-EXIT
                    MOVE WK-DATA-SYS TO SR-FEC-DATA
                    PERFORM VERIFICA-PERIODO THRU
                            VERIFICA-PERIODO-EXIT
                    IF WS-PERIODO-OK = "NAO" THEN
                       MOVE "Data do movimento em mes ja fechado... "
                                          TO WK-MSG-ADV1
                       MOVE "Nao e possivel converter a cotacao...  "
                                          TO WK-MSG-ADV2
                       PERFORM 9300-ADVERTENCIA
                    ELSE
                       PERFORM CONFIRMA THRU CONFIRMA-EXIT
                       IF WK-CONFIRMA = "S" THEN
                          PERFORM CONVERTE-COTACAO THRU
                                  CONVERTE-COTACAO-EXIT
                       END-IF
                    END-IF
                 END-IF
              END-IF
       LIMPAR-CAMPOS.
           MOVE ZEROS TO COT-PRO-COD COT-QUANTIDADE
                         COT-VL-UNITARIO COT-VL-TOTAL
                         COT-DT-VALIDADE COT-PEDIDO
                         COT-PCT-DESCONTO.
           MOVE SPACES TO COT-USU-DESCONTO.
           MOVE CLI-COND-PGTO TO COT-COND-PGTO.
           MOVE WK-DATA-SYS TO COT-DT-EMISSAO.
           MOVE "A" TO COT-SITUACAO.
       LIMPAR-CAMPOS-EXIT.
               GO  TO  ENTRAR-PRODUTO.
           DISPLAY PRO-DESC AT 1140 WITH REVERSE-VIDEO.
           MOVE WS-COT-PRO-WK TO COT-PRO-COD.
           PERFORM BUSCA-PRECO THRU BUSCA-PRECO-EXIT.
           IF  WS-PRECO-ACHADO EQUAL "SIM"
               MOVE WS-PRECO-TABELA TO COT-VL-UNITARIO.
       ENTRAR-QUANTIDADE.
           MOVE COT-QUANTIDADE TO WS-COT-QTD-WK.
           ACCEPT WS-COT-QTD-WK AT 1225 WITH UPDATE AUTO-SKIP
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-VL-UNITARIO.
      *    DESCONTO ACIMA DO LIMITE DO NIVEL E RECUSADO; O DESCONTO
      *    JA GRAVADO NA COTACAO E MANTIDO COM QUEM O CONCEDEU
       ENTRAR-DESCONTO.
           MOVE COT-PCT-DESCONTO TO WS-DESC-ANTERIOR WS-COT-PCT-WK.
           ACCEPT WS-COT-PCT-WK AT 1355 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           MOVE WS-COT-PCT-WK TO COT-PCT-DESCONTO.
           IF  COT-PCT-DESCONTO EQUAL ZEROS
               MOVE SPACES TO COT-USU-DESCONTO
           ELSE
               IF  COT-PCT-DESCONTO NOT EQUAL WS-DESC-ANTERIOR
                   OR COT-USU-DESCONTO EQUAL SPACES
                   IF  COT-PCT-DESCONTO GREATER THAN WS-DESC-MAXIMO
                       MOVE WS-DESC-MAXIMO TO WS-DESC-MAX-ED
                       MOVE "Desconto acima do limite do seu nivel.."
                                           TO WK-MSG-ADV1
                       MOVE SPACES TO WK-MSG-ADV2
                       STRING "Desconto maximo permitido: "
                              WS-DESC-MAX-ED "%"
                              DELIMITED BY SIZE INTO WK-MSG-ADV2
                       PERFORM 9300-ADVERTENCIA
                       GO  TO  ENTRAR-DESCONTO
                   END-IF
                   MOVE LK-USUARIO TO COT-USU-DESCONTO
               END-IF
           END-IF.
           COMPUTE COT-VL-TOTAL ROUNDED =
                   COT-QUANTIDADE * COT-VL-UNITARIO
                   * (100 - COT-PCT-DESCONTO) / 100.
           MOVE COT-VL-TOTAL TO WS-COT-VLT-WK.
           DISPLAY WS-COT-VLT-WK AT 1425 WITH REVERSE-VIDEO.
       ENTRAR-VALIDADE.
           ACCEPT TECLA FROM ESCAPE KEY
           MOVE WS-COT-VAL-WK TO COT-DT-VALIDADE.
           DISPLAY COT-SITUACAO AT 1625 WITH REVERSE-VIDEO.
      *    CONDICAO DE PAGAMENTO; ZERO = PARCELAS INFORMADAS NO
      *    FATURAMENTO. CONDICAO NOVA NA COTACAO DEVE ESTAR ATIVA
       ENTRAR-COND-PGTO.
           MOVE COT-COND-PGTO TO WS-COT-CPG-WK.
           ACCEPT WS-COT-CPG-WK AT 1725 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF  WS-COT-CPG-WK EQUAL ZEROS
               MOVE ZEROS TO COT-COND-PGTO
               PERFORM MOSTRA-COND-PGTO THRU MOSTRA-COND-PGTO-EXIT
               GO  TO  ENTRAR-DADOS-EXIT.
           MOVE WS-COT-CPG-WK TO CPG-COD.
           READ ARQCPG INVALID KEY
               MOVE "I" TO CPG-SITUACAO
           END-READ.
           IF  NOT CPG-ATIVA
               AND (WK-OPCAO EQUAL 1
                    OR WS-COT-CPG-WK NOT EQUAL COT-COND-PGTO)
               MOVE "Condicao de pagamento inexistente ou   "
                                   TO WK-MSG-ADV1
               MOVE "inativa; informe outra ou zeros...     "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-COND-PGTO.
           MOVE WS-COT-CPG-WK TO COT-COND-PGTO.
           PERFORM MOSTRA-COND-PGTO THRU MOSTRA-COND-PGTO-EXIT.
       ENTRAR-DADOS-EXIT.
           EXIT.

       MOSTRA-COND-PGTO.
           MOVE COT-COND-PGTO TO WS-COT-CPG-WK CPG-COD.
           DISPLAY WS-COT-CPG-WK AT 1725 WITH REVERSE-VIDEO.
           MOVE SPACES TO WS-COT-CPG-DES.
           IF  COT-COND-PGTO NOT EQUAL ZEROS
               READ ARQCPG INVALID KEY
                   MOVE SPACES TO CPG-DESCRICAO
               END-READ
               MOVE CPG-DESCRICAO TO WS-COT-CPG-DES
           END-IF.
           DISPLAY WS-COT-CPG-DES AT 1729 WITH REVERSE-VIDEO.
       MOSTRA-COND-PGTO-EXIT.
           EXIT.

       MOSTRAR-DADOS.
           MOVE COT-CLI-COD TO WK-7DIG.
           DISPLAY WK-7DIG AT 1025 WITH REVERSE-VIDEO.
           DISPLAY WS-COT-QTD-WK AT 1225 WITH REVERSE-VIDEO.
           MOVE COT-VL-UNITARIO TO WS-COT-VLU-WK.
           DISPLAY WS-COT-VLU-WK AT 1325 WITH REVERSE-VIDEO.
           MOVE COT-PCT-DESCONTO TO WS-COT-PCT-WK.
           DISPLAY WS-COT-PCT-WK AT 1355 WITH REVERSE-VIDEO.
           MOVE COT-VL-TOTAL TO WS-COT-VLT-WK.
           DISPLAY WS-COT-VLT-WK AT 1425 WITH REVERSE-VIDEO.
           DISPLAY COT-DT-VALIDADE AT 1525 WITH REVERSE-VIDEO.
           DISPLAY COT-SITUACAO AT 1625 WITH REVERSE-VIDEO.
           PERFORM MOSTRA-COND-PGTO THRU MOSTRA-COND-PGTO-EXIT.
       MOSTRAR-DADOS-EXIT.
           EXIT.

      *    PRECO VIGENTE NA EMISSAO: LISTA DO CLIENTE PRIMEIRO,
      *    DEPOIS A TABELA GERAL, COMO NA DIGITACAO DE PEDIDOS
       BUSCA-PRECO.
           MOVE "NAO" TO WS-PRECO-ACHADO WS-PRC-EOF.
           MOVE ZEROS TO WS-PRECO-TABELA.
           MOVE "Sem preco vigente" TO WS-ORIGEM-PRECO.
           MOVE COT-CLI-COD TO CLI-COD.
           READ ARQCLI INVALID KEY
               MOVE ZEROS TO CLI-LISTA-PRECO
           END-READ.
           IF  CLI-LISTA-PRECO NOT EQUAL ZEROS
               PERFORM BUSCA-PRECO-LISTA THRU BUSCA-PRECO-LISTA-EXIT.
           IF  WS-PRECO-ACHADO EQUAL "SIM"
               GO  TO  BUSCA-PRECO-MOSTRA.
           MOVE COT-PRO-COD TO PRC-PRO-COD.
           MOVE ZEROS       TO PRC-DT-INICIO.
           START ARQPRC KEY IS GREATER THAN PRC-CHAVE INVALID KEY
               MOVE "SIM" TO WS-PRC-EOF.
           PERFORM BUSCA-PRECO-LE THRU BUSCA-PRECO-LE-EXIT
                   UNTIL WS-PRC-EOF EQUAL "SIM".
           IF  WS-PRECO-ACHADO EQUAL "SIM"
               MOVE "Preco da tabela" TO WS-ORIGEM-PRECO.
       BUSCA-PRECO-MOSTRA.
           DISPLAY WS-ORIGEM-PRECO AT 1240 WITH REVERSE-VIDEO.
       BUSCA-PRECO-EXIT.
           EXIT.

       BUSCA-PRECO-LE.
           READ ARQPRC NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-PRC-EOF
                   GO  TO  BUSCA-PRECO-LE-EXIT
           END-READ.
           IF  PRC-PRO-COD NOT EQUAL COT-PRO-COD
               OR PRC-DT-INICIO GREATER THAN COT-DT-EMISSAO
               MOVE "SIM" TO WS-PRC-EOF
               GO  TO  BUSCA-PRECO-LE-EXIT.
           IF  PRC-DT-FIM EQUAL ZEROS
               OR PRC-DT-FIM NOT LESS THAN COT-DT-EMISSAO
               MOVE PRC-VL-UNITARIO TO WS-PRECO-TABELA
               MOVE "SIM" TO WS-PRECO-ACHADO.
       BUSCA-PRECO-LE-EXIT.
           EXIT.

       BUSCA-PRECO-LISTA.
           MOVE "NAO" TO WS-LPR-EOF.
           MOVE CLI-LISTA-PRECO TO LPR-LISTA.
           MOVE COT-PRO-COD     TO LPR-PRO-COD.
           MOVE ZEROS           TO LPR-DT-INICIO.
           START ARQLPR KEY IS GREATER THAN LPR-CHAVE INVALID KEY
               MOVE "SIM" TO WS-LPR-EOF.
           PERFORM BUSCA-PRECO-LISTA-LE THRU BUSCA-PRECO-LISTA-LE-EXIT
                   UNTIL WS-LPR-EOF EQUAL "SIM".
           IF  WS-PRECO-ACHADO EQUAL "SIM"
               STRING "Preco da lista " CLI-LISTA-PRECO
                      DELIMITED BY SIZE INTO WS-ORIGEM-PRECO.
       BUSCA-PRECO-LISTA-EXIT.
           EXIT.

       BUSCA-PRECO-LISTA-LE.
           READ ARQLPR NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-LPR-EOF
                   GO  TO  BUSCA-PRECO-LISTA-LE-EXIT
           END-READ.
           IF  LPR-LISTA NOT EQUAL CLI-LISTA-PRECO
               OR LPR-PRO-COD NOT EQUAL COT-PRO-COD
               OR LPR-DT-INICIO GREATER THAN COT-DT-EMISSAO
               MOVE "SIM" TO WS-LPR-EOF
               GO  TO  BUSCA-PRECO-LISTA-LE-EXIT.
           IF  LPR-DT-FIM EQUAL ZEROS
               OR LPR-DT-FIM NOT LESS THAN COT-DT-EMISSAO
               MOVE LPR-VL-UNITARIO TO WS-PRECO-TABELA
               MOVE "SIM" TO WS-PRECO-ACHADO.
       BUSCA-PRECO-LISTA-LE-EXIT.
           EXIT.

      *    MES DA DATA EM SR-FEC-DATA FECHADO PARA A EMPRESA?
       VERIFICA-PERIODO.
           MOVE "SIM"      TO WS-PERIODO-OK.
           MOVE "VER"      TO SR-FEC-FUNCAO.
           MOVE LK-EMP-COD TO SR-FEC-EMP-COD.
           CALL "HBFEC002" USING SR-PARAM-HBFEC002.
           IF  SR88-FEC-FECHADO
               MOVE "NAO" TO WS-PERIODO-OK.
       VERIFICA-PERIODO-EXIT.
           EXIT.

       CONVERTE-COTACAO.
           PERFORM VERIFICA-CREDITO THRU VERIFICA-CREDITO-EXIT.
           IF  WS-CRED-OK EQUAL "NAO"
           MOVE 1              TO PED-QTD-ITENS.
           MOVE COT-VL-TOTAL   TO PED-VL-TOTAL.
           MOVE "A"            TO PED-SITUACAO.
           MOVE ZEROS          TO PED-PEDIDO-ORIGEM.
           MOVE COT-COND-PGTO  TO PED-COND-PGTO.
           MOVE ZEROS          TO PED-END-COD.
           WRITE PED-REG INVALID KEY
               PERFORM 9100-RETCOD
               GO  TO  CONVERTE-COTACAO-EXIT
           NOT INVALID KEY
               MOVE "INC" TO SR-JRN-OPERACAO
               PERFORM JORNAL-PED THRU JORNAL-PED-EXIT
           END-WRITE.
           MOVE COT-CLI-COD    TO ITE-CLI-COD.
           MOVE WS-PED-NUM-WK  TO ITE-PEDIDO.
           MOVE COT-QUANTIDADE TO ITE-QUANTIDADE.
           MOVE COT-VL-UNITARIO TO ITE-VL-UNITARIO.
           MOVE COT-VL-TOTAL   TO ITE-VL-TOTAL.
           MOVE COT-PCT-DESCONTO TO ITE-PCT-DESCONTO.
           MOVE COT-USU-DESCONTO TO ITE-USU-DESCONTO.
           COMPUTE ITE-VL-DESCONTO =
                   ITE-QUANTIDADE * ITE-VL-UNITARIO - ITE-VL-TOTAL.
           WRITE ITE-REG INVALID KEY
               PERFORM 9100-RETCOD
           NOT INVALID KEY
               MOVE "INC" TO SR-JRN-OPERACAO
               PERFORM JORNAL-ITE THRU JORNAL-ITE-EXIT
           END-WRITE.
           MOVE SPACES TO WS-SIT-ANTERIOR.
           MOVE "A"    TO WS-SIT-NOVA.
           EXIT.

       GRAVA-HISTORICO.
           MOVE "ARQHIS.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-HIS
                                            HIS-ARQ-WK.
           OPEN EXTEND ARQHIS.
           IF  WK01-RETCOD EQUAL "35"
           MOVE WK-HORA(1:6)             TO HIS-HORA.
           MOVE LK-USUARIO               TO HIS-USUARIO.
           WRITE HIS-REG.
           IF  WK01-RETCOD EQUAL "00"
               MOVE "INC" TO SR-JRN-OPERACAO
               PERFORM JORNAL-HIS THRU JORNAL-HIS-EXIT.
           CLOSE ARQHIS.
       GRAVA-HISTORICO-EXIT.
           EXIT.
           MOVE LK-EMP-NOME       TO WK-EMP-NOME.
           DISPLAY G-TPLANO2.

           MOVE "ARQCOT.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-COT COT-ARQ-WK.
           OPEN I-O ARQCOT.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQCOT
           MOVE " COTACOES "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQCLI.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO.
           OPEN INPUT ARQCLI.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQCLI
           MOVE " CLIENTES "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQPRO.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PRO PRO-ARQ-WK.
           OPEN INPUT ARQPRO.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQPRO
           MOVE " PRODUTOS "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQPRC.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PRC PRC-ARQ-WK.
           OPEN INPUT ARQPRC.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQPRC
              CLOSE ARQPRC
              OPEN INPUT ARQPRC
           END-IF
           MOVE " PRECOS   "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQLPR.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-LPR LPR-ARQ-WK.
           OPEN INPUT ARQLPR.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQLPR
              CLOSE ARQLPR
              OPEN INPUT ARQLPR
           END-IF
           MOVE " LISTAPREC"           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQCPG.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-CPG CPG-ARQ-WK.
           OPEN INPUT ARQCPG.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQCPG
              CLOSE ARQCPG
              OPEN INPUT ARQCPG
           END-IF
           MOVE " CONDPGTO "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

      *    DESCONTO MAXIMO DO NIVEL DO USUARIO; SEM REGISTRO = ZERO
           MOVE ZEROS TO WS-DESC-MAXIMO.
           MOVE "ARQDSC.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-DSC DSC-ARQ-WK.
           OPEN INPUT ARQDSC.
           IF  WK01-RETCOD EQUAL "00"
               MOVE LK-LIBERACAO TO DSC-LIBERACAO
               READ ARQDSC INVALID KEY
                   MOVE ZEROS TO DSC-PCT-MAXIMO
               END-READ
               MOVE DSC-PCT-MAXIMO TO WS-DESC-MAXIMO
               CLOSE ARQDSC
           END-IF.

           MOVE "ARQPED.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PED PED-ARQ-WK.
           OPEN I-O ARQPED.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQPED
           MOVE " PEDIDOS  "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQITE.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-ITE ITE-ARQ-WK.
           OPEN I-O ARQITE.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQITE
           CLOSE ARQCOT.
           CLOSE ARQCLI.
           CLOSE ARQPRO.
           CLOSE ARQPRC.
           CLOSE ARQLPR.
           CLOSE ARQCPG.
           CLOSE ARQPED.
           CLOSE ARQITE.
           EXIT PROGRAM.
       RESTAURA-TELA-EXIT.
           EXIT.

       JORNAL-PED.
           MOVE "ARQPED"                  TO SR-JRN-ARQUIVO.
           MOVE WS-CAMINHO-PED            TO SR-JRN-CAMINHO.
           MOVE PED-REG                   TO SR-JRN-REGISTRO.
           PERFORM 9800-GRAVA-JORNAL.
       JORNAL-PED-EXIT.
           EXIT.

       JORNAL-ITE.
           MOVE "ARQITE"                  TO SR-JRN-ARQUIVO.
           MOVE WS-CAMINHO-ITE            TO SR-JRN-CAMINHO.
           MOVE ITE-REG                   TO SR-JRN-REGISTRO.
           PERFORM 9800-GRAVA-JORNAL.
       JORNAL-ITE-EXIT.
           EXIT.

       JORNAL-HIS.
           MOVE "ARQHIS"                  TO SR-JRN-ARQUIVO.
           MOVE WS-CAMINHO-HIS            TO SR-JRN-CAMINHO.
           MOVE HIS-REG                   TO SR-JRN-REGISTRO.
           PERFORM 9800-GRAVA-JORNAL.
       JORNAL-HIS-EXIT.
           EXIT.

       9700-GRAVA-LOG SECTION.
       9700-000.
           MOVE WS-CAMINHO               TO WS-CAMINHO-SALVO.
       9700-EXIT.
           EXIT.

      *    JOURNAL DO MOVIMENTO (HBJRN002): BASE DA REAPLICACAO
      *    APOS A RESTAURACAO DE UM BACKUP (HBJRN001)
       9800-GRAVA-JORNAL SECTION.
       9800-000.
           MOVE "GRV"                    TO SR-JRN-FUNCAO.
           MOVE LK-EMP-COD               TO SR-JRN-EMP-COD.
           MOVE LK-USUARIO               TO SR-JRN-USUARIO.
           MOVE "HBCOT001"               TO SR-JRN-PROGRAMA.
           CALL "HBJRN002" USING SR-PARAM-HBJRN002.
           IF  SR88-JRN-ERRO-ARQUIVO
               MOVE "HBCOT001"           TO WS-LOG-PROGRAMA
               MOVE "ERRO NO JOURNAL"    TO WS-LOG-ACAO
               PERFORM 9700-GRAVA-LOG.
       9800-EXIT.
           EXIT.

           COPY "C:\Hbsis\ftt\MANO2000.MP".
           COPY "C:\Hbsis\ftt\MRETCOD.MP".
           COPY "C:\Hbsis\ftt\MADVERT.MP".
           COPY "C:\Hbsis\ftt\MCURSOR.MP".
           COPY "C:\Hbsis\ftt\MCAMINHO.MP".
