      * - 02/09/2026 - NA ALTERACAO/CANCELAMENTO O CLIENTE
      *   ZERADO LOCALIZA O PEDIDO SO PELO NUMERO (CHAVE
      *   ALTERNADA PED-PEDIDO)
      * - 15/10/2026 - KARDEX: O ESTORNO DO CANCELAMENTO GRAVA O
      *   MOVIMENTO DE ESTOQUE (ARQKDX)
      * - 15/10/2026 - PRECO SUGERIDO PELA LISTA DO CLIENTE
      *   (ARQLPR) ANTES DA TABELA GERAL; DESCONTO % POR ITEM
      *   LIMITADO PELO NIVEL DO USUARIO (ARQDSC)
      * - 15/10/2026 - FECHAMENTO MENSAL (HBFEC001): PEDIDO NAO
      *   PODE SER DATADO EM MES FECHADO; PEDIDO DE MES FECHADO
      *   NAO E ALTERADO E O CANCELAMENTO EXIGE O MES DO DIA
      *   ABERTO
      * - 15/10/2026 - PERMISSAO POR FUNCAO: A OPCAO ESCOLHIDA E
      *   CONFERIDA NA HBPER002 (ARQPER, HBPER001) ANTES DE
      *   EXECUTAR; A RECUSA E GRAVADA NO ARQLOG
      * - 15/10/2026 - ARQUIVOS DE DADOS ABERTOS NO DIRETORIO
      *   DA EMPRESA (ARQPAR, HBPAR001) VIA 9050-CAMINHO
      * - 15/10/2026 - CONDICAO DE PAGAMENTO DO PEDIDO (ARQCPG,
      *   HBCPG001) SUGERIDA PELA DO CLIENTE E ALTERAVEL NA
      *   INCLUSAO E NA ALTERACAO
      * - 15/10/2026 - GRAVACOES, REGRAVACOES E EXCLUSOES EM
      *   ARQPED, ARQITE, ARQEST E ARQHIS REGISTRADAS NO
      *   JOURNAL (HBJRN002) PARA A REAPLICACAO APOS RESTAURAR
      *   UM BACKUP (HBJRN001)
      * - 15/10/2026 - KITS (ARQKIT, HBKIT001): O ESTORNO DO
      *   CANCELAMENTO DEVOLVE O SALDO DE CADA COMPONENTE DO KIT
      * - 15/10/2026 - ENDERECO DE ENTREGA DO PEDIDO (ARQENT,
      *   HBENT001) NA INCLUSAO E NA ALTERACAO; ZERO = ENDERECO
      *   DO CADASTRO DO CLIENTE
      * - 15/10/2026 - O ESTORNO DO CANCELAMENTO DEVOLVE O QUE A
      *   SEPARACAO BAIXOU (ARQIKT) E NAO A COMPOSICAO ATUAL DO
      *   KIT; PEDIDO SEPARADO SEM ARQIKT USA O ARQKIT
      * - 15/10/2026 - PEDIDO FATURADO NAO E CANCELADO AQUI: O
      *   CANCELAMENTO E PELA NOTA NO HBPED002, QUE CANCELA TAMBEM
      *   A NOTA E AS PARCELAS E ESTORNA O ESTOQUE
      *
      ********************************************************
       ENVIRONMENT DIVISION.
           COPY "C:\Hbsis\ftt\FPED0001.SEL".
           COPY "C:\Hbsis\ftt\FITE0001.SEL".
           COPY "C:\Hbsis\ftt\FPRO0001.SEL".
           COPY "C:\Hbsis\ftt\FKIT0001.SEL".
           COPY "C:\Hbsis\ftt\FIKT0001.SEL".
           COPY "C:\Hbsis\ftt\FPRC0001.SEL".
           COPY "C:\Hbsis\ftt\FLPR0001.SEL".
           COPY "C:\Hbsis\ftt\FCPG0001.SEL".
           COPY "C:\Hbsis\ftt\FENT0001.SEL".
           COPY "C:\Hbsis\ftt\FDSC0001.SEL".
           COPY "C:\Hbsis\ftt\FEST0001.SEL".
           COPY "C:\Hbsis\ftt\FKDX0001.SEL".
           COPY "C:\Hbsis\ftt\FRELCLI.SEL".
           COPY "C:\Hbsis\ftt\FHIS0001.SEL".
           COPY "C:\HBSIS\FTT\FLOG0001.SEL".
           COPY "C:\Hbsis\ftt\FPED0001.FD".
           COPY "C:\Hbsis\ftt\FITE0001.FD".
           COPY "C:\Hbsis\ftt\FPRO0001.FD".
           COPY "C:\Hbsis\ftt\FKIT0001.FD".
           COPY "C:\Hbsis\ftt\FIKT0001.FD".
           COPY "C:\Hbsis\ftt\FPRC0001.FD".
           COPY "C:\Hbsis\ftt\FLPR0001.FD".
           COPY "C:\Hbsis\ftt\FCPG0001.FD".
           COPY "C:\Hbsis\ftt\FENT0001.FD".
           COPY "C:\Hbsis\ftt\FDSC0001.FD".
           COPY "C:\Hbsis\ftt\FEST0001.FD".
           COPY "C:\Hbsis\ftt\FKDX0001.FD".
           COPY "C:\Hbsis\ftt\FRELCLI.FD".
           COPY "C:\Hbsis\ftt\FHIS0001.FD".
           COPY "C:\HBSIS\FTT\FLOG0001.FD".
       77  WS-CAMINHO-PED             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-ITE             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-PRO             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-KIT             PIC X(030)  VALUE SPACES.
       77  WS-KIT-IND                 PIC 9(002)  VALUE ZEROS.
       77  WS-CAMINHO-IKT             PIC X(030)  VALUE SPACES.
       77  WS-IKT-EOF                 PIC XXX     VALUE "NAO".
       77  WS-ETN-PRO                 PIC 9(013)  VALUE ZEROS.
       77  WS-ETN-QTD                 PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-CAMINHO-PRC             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-LPR             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-CPG             PIC X(030)  VALUE SPACES.
       77  WS-PED-CPG-WK              PIC 9(003)  VALUE ZEROS.
       77  WS-PED-CPG-DES             PIC X(020)  VALUE SPACES.
       77  WS-CAMINHO-ENT             PIC X(030)  VALUE SPACES.
       77  WS-PED-END-WK              PIC 9(003)  VALUE ZEROS.
       77  WS-PED-END-DES             PIC X(020)  VALUE SPACES.
       77  WS-CAMINHO-DSC             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-EST             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-KDX             PIC X(030)  VALUE SPACES.
       77  WS-KDX-TIPO                PIC X(003)  VALUE SPACES.
       77  WS-KDX-QTD                 PIC S9(007)V9(002) VALUE ZEROS.
       77  WS-KDX-DOC-TIPO            PIC X(001)  VALUE SPACES.
       77  WS-KDX-DOC-NUM             PIC 9(010)  VALUE ZEROS.
       77  WS-KDX-CLI                 PIC 9(007)  VALUE ZEROS.
       77  WS-EST-ACHOU               PIC XXX     VALUE "NAO".
       77  WS-ETN-EOF                 PIC XXX     VALUE "NAO".
       77  WS-NIVEL-LIBERA-CREDITO    PIC X(002)  VALUE "50".
       77  WS-CRED-ABERTO             PIC 9(011)V9(002) VALUE ZEROS.
       77  WS-CRED-EOF                PIC XXX     VALUE "NAO".
       77  WS-CRED-OK                 PIC XXX     VALUE "SIM".
       77  WS-PERIODO-OK              PIC XXX     VALUE "SIM".
       01  WS-PED-REG-SALVO           PIC X(056)  VALUE SPACES.
       77  WS-CAMINHO-HIS             PIC X(030)  VALUE SPACES.
       77  WS-SIT-ANTERIOR            PIC X(001)  VALUE SPACES.
       77  WS-SIT-NOVA                PIC X(001)  VALUE SPACES.
       77  WS-CAMINHO-SALVO           PIC X(030)  VALUE SPACES.
       77  WS-LOG-PROGRAMA            PIC X(008)  VALUE SPACES.
       77  WS-LOG-ACAO                PIC X(020)  VALUE SPACES.
       77  WS-PERMITIDO               PIC XXX     VALUE "SIM".
       77  CLI-ARQ-WK                 PIC X(080)  VALUE SPACES.
       77  CLI-NOME-WK                PIC X(040)  VALUE SPACES.
       77  WS-PED-NUM-WK              PIC 9(010)  VALUE ZEROS.
       77  WS-PRECO-ACHADO            PIC XXX     VALUE "NAO".
       77  WS-PRECO-TABELA            PIC 9(007)V9(002) VALUE ZEROS.
       77  WS-PRC-EOF                 PIC XXX     VALUE "NAO".
       77  WS-LPR-EOF                 PIC XXX     VALUE "NAO".
       77  WS-ORIGEM-PRECO            PIC X(020)  VALUE SPACES.
       77  WS-DESC-MAXIMO             PIC 9(002)V9(002) VALUE ZEROS.
       77  WS-DESC-MAX-ED             PIC Z9,99.
       77  WS-DESC-ANTERIOR           PIC 9(002)V9(002) VALUE ZEROS.
       77  WS-DESC-OK                 PIC XXX     VALUE "SIM".
       77  WS-PED-PCT-WK              PIC Z9,99.
       77  WS-CAMINHO-REL             PIC X(030)  VALUE SPACES.
       77  WS-REL-EOF                 PIC XXX     VALUE "NAO".
       77  WS-REL-DT-INI              PIC 9(008)  VALUE ZEROS.
               05  WS-TI-QTD          PIC 9(005)V9(002).
               05  WS-TI-VLU          PIC 9(007)V9(002).
               05  WS-TI-VLT          PIC 9(009)V9(002).
               05  WS-TI-PCT          PIC 9(002)V9(002).
               05  WS-TI-USU          PIC X(008).

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
           DISPLAY G-TOPCPED.
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
                MOVE "EXC" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 4
                MOVE "REL" TO SR-PER-OPERACAO
           END-EVALUATE.
           IF  SR-PER-OPERACAO EQUAL SPACES
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "VER"        TO SR-PER-FUNCAO.
           MOVE LK-EMP-COD   TO SR-PER-EMP-COD.
           MOVE LK-USUARIO   TO SR-PER-USUARIO.
           MOVE LK-LIBERACAO TO SR-PER-LIBERACAO.
           MOVE "HBPED001"   TO SR-PER-PROGRAMA.
           CALL "HBPER002" USING SR-PARAM-HBPER002.
           IF  NOT SR88-PER-NEGADO
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "NAO" TO WS-PERMITIDO.
           MOVE "HBPED001"              TO WS-LOG-PROGRAMA.
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
           PERFORM ENTRAR-CLIENTE THRU ENTRAR-CLIENTE-EXIT
                                       TO WK-MSG-ADV2
                    PERFORM 9300-ADVERTENCIA
                 ELSE
                    MOVE PED-DATA TO SR-FEC-DATA
                    PERFORM VERIFICA-PERIODO THRU
                            VERIFICA-PERIODO-EXIT
                    IF WS-PERIODO-OK = "NAO" THEN
                       MOVE "Pedido datado em mes ja fechado...     "
                                          TO WK-MSG-ADV1
                       MOVE "Nao e possivel alterar este pedido...  "
                                          TO WK-MSG-ADV2
                       PERFORM 9300-ADVERTENCIA
                    ELSE
                       PERFORM CARREGAR-ITENS THRU
                               CARREGAR-ITENS-EXIT
                       PERFORM ENTRAR-ALTERACAO THRU
                               ENTRAR-ALTERACAO-EXIT
                       IF SAIDA-WS = "NAO" THEN
                          PERFORM CONFIRMA THRU CONFIRMA-EXIT
                          IF WK-CONFIRMA = "S" THEN
                             PERFORM REGRAVAR-PED-REG THRU
                                     REGRAVAR-PED-REG-EXIT
                          END-IF
                       END-IF
                    END-IF
                 END-IF
                                       TO WK-MSG-ADV2
                    PERFORM 9300-ADVERTENCIA
                 ELSE
      *             FATURADO: NOTA E PARCELAS SO SAO CANCELADAS PELO
      *             CANCELAMENTO DA NOTA NO HBPED002
                  IF PED-SITUACAO = "T" THEN
                    MOVE "Pedido faturado: cancele pela nota...   "
                                       TO WK-MSG-ADV1
                    MOVE "Cancelamento da nota no HBPED002...     "
                                       TO WK-MSG-ADV2
                    PERFORM 9300-ADVERTENCIA
                  ELSE
                    MOVE WK-DATA-SYS TO SR-FEC-DATA
                    PERFORM VERIFICA-PERIODO THRU
                            VERIFICA-PERIODO-EXIT
                    IF WS-PERIODO-OK = "NAO" THEN
                       MOVE "Data do movimento em mes ja fechado... "
                                          TO WK-MSG-ADV1
                       MOVE "Nao e possivel cancelar este pedido... "
                                          TO WK-MSG-ADV2
                       PERFORM 9300-ADVERTENCIA
                    ELSE
                       PERFORM CONFIRMA THRU CONFIRMA-EXIT
                       IF WK-CONFIRMA = "S" THEN
                          PERFORM CANCELAR-PED-REG THRU
                                  CANCELAR-PED-REG-EXIT
                       END-IF
                    END-IF
                  END-IF
                 END-IF
              END-IF
           END-IF
           DISPLAY WK-7DIG AT 0925 WITH REVERSE-VIDEO.
           READ ARQCLI INVALID KEY
               MOVE SPACES TO CLI-NOME
               MOVE ZEROS  TO CLI-LISTA-PRECO
           END-READ.
           MOVE CLI-NOME TO CLI-NOME-WK.
           DISPLAY CLI-NOME-WK AT 0935 WITH REVERSE-VIDEO.
           MOVE ZEROS  TO PED-QTD-ITENS.
           MOVE ZEROS  TO PED-VL-TOTAL.
           MOVE "A"    TO PED-SITUACAO.
           MOVE ZEROS  TO PED-PEDIDO-ORIGEM.
           MOVE CLI-COND-PGTO TO PED-COND-PGTO.
           MOVE ZEROS  TO PED-END-COD.
           INITIALIZE WS-TAB-ITENS.
           MOVE ZEROS  TO WS-QTD-ITENS WS-TOT-PEDIDO.
       LIMPAR-CAMPOS-EXIT.
               MOVE WK-DATA-SYS TO WS-PED-DATA-WK.
           ACCEPT WS-PED-DATA-WK AT 1125 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           MOVE WS-PED-DATA-WK TO SR-FEC-DATA.
           PERFORM VERIFICA-PERIODO THRU VERIFICA-PERIODO-EXIT.
           IF  WS-PERIODO-OK EQUAL "NAO"
               MOVE "Data do pedido em mes ja fechado...    "
                                   TO WK-MSG-ADV1
               MOVE "Informe uma data de mes aberto...      "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-DATA.
           MOVE WS-PED-DATA-WK TO PED-DATA.
           DISPLAY PED-SITUACAO AT 1225 WITH REVERSE-VIDEO.
           PERFORM ENTRAR-COND-PGTO THRU ENTRAR-COND-PGTO-EXIT.
           PERFORM ENTRAR-ENTREGA THRU ENTRAR-ENTREGA-EXIT.
           PERFORM ENTRAR-ITENS THRU ENTRAR-ITENS-EXIT.
       ENTRAR-DADOS-EXIT.
           EXIT.

      *    CONDICAO DE PAGAMENTO; ZERO = PARCELAS INFORMADAS NO
      *    FATURAMENTO. CONDICAO NOVA NO PEDIDO DEVE ESTAR ATIVA
       ENTRAR-COND-PGTO.
           MOVE PED-COND-PGTO TO WS-PED-CPG-WK.
           ACCEPT WS-PED-CPG-WK AT 1252 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF  WS-PED-CPG-WK EQUAL ZEROS
               MOVE ZEROS TO PED-COND-PGTO
               PERFORM MOSTRA-COND-PGTO THRU MOSTRA-COND-PGTO-EXIT
               GO  TO  ENTRAR-COND-PGTO-EXIT.
           MOVE WS-PED-CPG-WK TO CPG-COD.
           READ ARQCPG INVALID KEY
               MOVE "I" TO CPG-SITUACAO
           END-READ.
           IF  NOT CPG-ATIVA
               AND (WK-OPCAO EQUAL 1
                    OR WS-PED-CPG-WK NOT EQUAL PED-COND-PGTO)
               MOVE "Condicao de pagamento inexistente ou   "
                                   TO WK-MSG-ADV1
               MOVE "inativa; informe outra ou zeros...     "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-COND-PGTO.
           MOVE WS-PED-CPG-WK TO PED-COND-PGTO.
           PERFORM MOSTRA-COND-PGTO THRU MOSTRA-COND-PGTO-EXIT.
       ENTRAR-COND-PGTO-EXIT.
           EXIT.

       MOSTRA-COND-PGTO.
           MOVE PED-COND-PGTO TO WS-PED-CPG-WK CPG-COD.
           DISPLAY WS-PED-CPG-WK AT 1252 WITH REVERSE-VIDEO.
           MOVE SPACES TO WS-PED-CPG-DES.
           IF  PED-COND-PGTO NOT EQUAL ZEROS
               READ ARQCPG INVALID KEY
                   MOVE SPACES TO CPG-DESCRICAO
               END-READ
               MOVE CPG-DESCRICAO TO WS-PED-CPG-DES
           END-IF.
           DISPLAY WS-PED-CPG-DES AT 1256 WITH REVERSE-VIDEO.
       MOSTRA-COND-PGTO-EXIT.
           EXIT.

      *    ENDERECO DE ENTREGA (ARQENT, HBENT001); ZERO = ENDERECO
      *    DO CADASTRO DO CLIENTE. ENDERECO NOVO DEVE ESTAR ATIVO
       ENTRAR-ENTREGA.
           MOVE PED-END-COD TO WS-PED-END-WK.
           ACCEPT WS-PED-END-WK AT 1152 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF  WS-PED-END-WK EQUAL ZEROS
               MOVE ZEROS TO PED-END-COD
               PERFORM MOSTRA-ENTREGA THRU MOSTRA-ENTREGA-EXIT
               GO  TO  ENTRAR-ENTREGA-EXIT.
           MOVE PED-CLI-COD   TO ENT-CLI-COD.
           MOVE WS-PED-END-WK TO ENT-COD.
           READ ARQENT INVALID KEY
               MOVE "I" TO ENT-SITUACAO
           END-READ.
           IF  NOT ENT-ATIVO
               AND (WK-OPCAO EQUAL 1
                    OR WS-PED-END-WK NOT EQUAL PED-END-COD)
               MOVE "Endereco de entrega inexistente ou     "
                                   TO WK-MSG-ADV1
               MOVE "inativo; informe outro ou zeros...     "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-ENTREGA.
           MOVE WS-PED-END-WK TO PED-END-COD.
           PERFORM MOSTRA-ENTREGA THRU MOSTRA-ENTREGA-EXIT.
       ENTRAR-ENTREGA-EXIT.
           EXIT.

       MOSTRA-ENTREGA.
           MOVE PED-END-COD TO WS-PED-END-WK.
           DISPLAY WS-PED-END-WK AT 1152 WITH REVERSE-VIDEO.
           MOVE "ENDERECO DO CLIENTE" TO WS-PED-END-DES.
           IF  PED-END-COD NOT EQUAL ZEROS
               MOVE PED-CLI-COD TO ENT-CLI-COD
               MOVE PED-END-COD TO ENT-COD
               READ ARQENT INVALID KEY
                   MOVE SPACES TO ENT-DESCRICAO
               END-READ
               MOVE ENT-DESCRICAO TO WS-PED-END-DES
           END-IF.
           DISPLAY WS-PED-END-DES AT 1156 WITH REVERSE-VIDEO.
       MOSTRA-ENTREGA-EXIT.
           EXIT.

       ENTRAR-ITENS.
           MOVE "NAO" TO WS-FIM-ITENS.
           PERFORM ENTRAR-UM-ITEM THRU ENTRAR-UM-ITEM-EXIT
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-VL-UNITARIO.
       ENTRAR-DESCONTO.
           MOVE WS-TI-PCT(WS-ITEM-SEL) TO WS-DESC-ANTERIOR
                                          WS-PED-PCT-WK.
           ACCEPT WS-PED-PCT-WK AT 1655 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           MOVE WS-PED-PCT-WK TO WS-TI-PCT(WS-ITEM-SEL).
           PERFORM CONFERE-DESCONTO THRU CONFERE-DESCONTO-EXIT.
           IF  WS-DESC-OK EQUAL "NAO"
               GO  TO  ENTRAR-DESCONTO.
           MOVE WS-PED-PRO-WK TO WS-TI-PRO(WS-ITEM-SEL).
           PERFORM CALCULA-ITEM THRU CALCULA-ITEM-EXIT.
           MOVE WS-TI-VLT(WS-ITEM-SEL) TO WS-PED-VLT-WK.
           DISPLAY WS-PED-VLT-WK AT 1725 WITH REVERSE-VIDEO.
           IF  WS-ITEM-SEL GREATER THAN WS-QTD-ITENS
       ENTRAR-UM-ITEM-EXIT.
           EXIT.

      *    DESCONTO ACIMA DO LIMITE DO NIVEL E RECUSADO; O DESCONTO
      *    JA GRAVADO NO ITEM E MANTIDO COM O USUARIO QUE O CONCEDEU
       CONFERE-DESCONTO.
           MOVE "SIM" TO WS-DESC-OK.
           IF  WS-TI-PCT(WS-ITEM-SEL) EQUAL ZEROS
               MOVE SPACES TO WS-TI-USU(WS-ITEM-SEL)
               GO  TO  CONFERE-DESCONTO-EXIT.
           IF  WS-TI-PCT(WS-ITEM-SEL) EQUAL WS-DESC-ANTERIOR
               AND WS-TI-USU(WS-ITEM-SEL) NOT EQUAL SPACES
               GO  TO  CONFERE-DESCONTO-EXIT.
           IF  WS-TI-PCT(WS-ITEM-SEL) GREATER THAN WS-DESC-MAXIMO
               MOVE WS-DESC-MAXIMO TO WS-DESC-MAX-ED
               MOVE "Desconto acima do limite do seu nivel.."
                                   TO WK-MSG-ADV1
               MOVE SPACES TO WK-MSG-ADV2
               STRING "Desconto maximo permitido: "
                      WS-DESC-MAX-ED "%"
                      DELIMITED BY SIZE INTO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               MOVE "NAO" TO WS-DESC-OK
               GO  TO  CONFERE-DESCONTO-EXIT.
           MOVE LK-USUARIO TO WS-TI-USU(WS-ITEM-SEL).
       CONFERE-DESCONTO-EXIT.
           EXIT.

       CALCULA-ITEM.
           COMPUTE WS-TI-VLT(WS-ITEM-SEL) ROUNDED =
                   WS-TI-QTD(WS-ITEM-SEL) * WS-TI-VLU(WS-ITEM-SEL)
                   * (100 - WS-TI-PCT(WS-ITEM-SEL)) / 100.
       CALCULA-ITEM-EXIT.
           EXIT.

       VERIFICA-CREDITO.
           MOVE "SIM" TO WS-CRED-OK.
           IF  CLI-LIMITE-CREDITO EQUAL ZEROS
           MOVE ITE-QUANTIDADE  TO WS-TI-QTD(ITE-ITEM).
           MOVE ITE-VL-UNITARIO TO WS-TI-VLU(ITE-ITEM).
           MOVE ITE-VL-TOTAL    TO WS-TI-VLT(ITE-ITEM).
           MOVE ITE-PCT-DESCONTO TO WS-TI-PCT(ITE-ITEM).
           MOVE ITE-USU-DESCONTO TO WS-TI-USU(ITE-ITEM).
           IF  ITE-ITEM GREATER THAN WS-QTD-ITENS
               MOVE ITE-ITEM TO WS-QTD-ITENS.
       CARREGA-LE-ITEM-EXIT.

       ENTRAR-ALTERACAO.
           MOVE PED-DATA TO WS-PED-DATA-WK.
       ENTRAR-ALTERACAO-DATA.
           ACCEPT WS-PED-DATA-WK AT 1125 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF  TECLA EQUAL '01'
               MOVE "SIM" TO SAIDA-WS
               GO  TO  ENTRAR-ALTERACAO-EXIT.
           MOVE WS-PED-DATA-WK TO SR-FEC-DATA.
           PERFORM VERIFICA-PERIODO THRU VERIFICA-PERIODO-EXIT.
           IF  WS-PERIODO-OK EQUAL "NAO"
               MOVE "Data do pedido em mes ja fechado...    "
                                   TO WK-MSG-ADV1
               MOVE "Informe uma data de mes aberto...      "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-ALTERACAO-DATA.
           MOVE WS-PED-DATA-WK TO PED-DATA.
           PERFORM ENTRAR-COND-PGTO THRU ENTRAR-COND-PGTO-EXIT.
           PERFORM ENTRAR-ENTREGA THRU ENTRAR-ENTREGA-EXIT.
       ENTRAR-NUM-ITEM.
           MOVE ZEROS TO WS-ITEM-SEL.
           ACCEPT WS-ITEM-SEL AT 1325 WITH UPDATE AUTO-SKIP
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ALTERAR-VL-UNITARIO.
       ALTERAR-DESCONTO.
           MOVE WS-TI-PCT(WS-ITEM-SEL) TO WS-DESC-ANTERIOR
                                          WS-PED-PCT-WK.
           ACCEPT WS-PED-PCT-WK AT 1655 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           MOVE WS-PED-PCT-WK TO WS-TI-PCT(WS-ITEM-SEL).
           PERFORM CONFERE-DESCONTO THRU CONFERE-DESCONTO-EXIT.
           IF  WS-DESC-OK EQUAL "NAO"
               GO  TO  ALTERAR-DESCONTO.
           MOVE WS-PED-PRO-WK TO WS-TI-PRO(WS-ITEM-SEL).
           PERFORM CALCULA-ITEM THRU CALCULA-ITEM-EXIT.
           MOVE WS-TI-VLT(WS-ITEM-SEL) TO WS-PED-VLT-WK.
           DISPLAY WS-PED-VLT-WK AT 1725 WITH REVERSE-VIDEO.
           IF  WS-ITEM-SEL GREATER THAN WS-QTD-ITENS
       BUSCA-PRECO.
           MOVE "NAO" TO WS-PRECO-ACHADO WS-PRC-EOF.
           MOVE ZEROS TO WS-PRECO-TABELA.
           MOVE "Sem preco vigente" TO WS-ORIGEM-PRECO.
           IF  CLI-LISTA-PRECO NOT EQUAL ZEROS
               PERFORM BUSCA-PRECO-LISTA THRU BUSCA-PRECO-LISTA-EXIT.
           IF  WS-PRECO-ACHADO EQUAL "SIM"
               GO  TO  BUSCA-PRECO-MOSTRA.
           MOVE WS-PED-PRO-WK TO PRC-PRO-COD.
           MOVE ZEROS         TO PRC-DT-INICIO.
           START ARQPRC KEY IS GREATER THAN PRC-CHAVE INVALID KEY
               MOVE "SIM" TO WS-PRC-EOF.
           PERFORM BUSCA-PRECO-LE THRU BUSCA-PRECO-LE-EXIT
                   UNTIL WS-PRC-EOF EQUAL "SIM".
           IF  WS-PRECO-ACHADO EQUAL "SIM"
               MOVE "Preco da tabela" TO WS-ORIGEM-PRECO.
       BUSCA-PRECO-MOSTRA.
           DISPLAY WS-ORIGEM-PRECO AT 1540 WITH REVERSE-VIDEO.
       BUSCA-PRECO-EXIT.
           EXIT.

      *    LISTA DO CLIENTE: PRECO VIGENTE NA DATA DO PEDIDO
       BUSCA-PRECO-LISTA.
           MOVE "NAO" TO WS-LPR-EOF.
           MOVE CLI-LISTA-PRECO TO LPR-LISTA.
           MOVE WS-PED-PRO-WK   TO LPR-PRO-COD.
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
               OR LPR-PRO-COD NOT EQUAL WS-PED-PRO-WK
               OR LPR-DT-INICIO GREATER THAN PED-DATA
               MOVE "SIM" TO WS-LPR-EOF
               GO  TO  BUSCA-PRECO-LISTA-LE-EXIT.
           IF  LPR-DT-FIM EQUAL ZEROS
               OR LPR-DT-FIM NOT LESS THAN PED-DATA
               MOVE LPR-VL-UNITARIO TO WS-PRECO-TABELA
               MOVE "SIM" TO WS-PRECO-ACHADO.
       BUSCA-PRECO-LISTA-LE-EXIT.
           EXIT.

       BUSCA-PRECO-LE.
           READ ARQPRC NEXT RECORD
               AT END
           MOVE PED-DATA    TO WS-PED-DATA-WK.
           DISPLAY WS-PED-DATA-WK AT 1125 WITH REVERSE-VIDEO.
           DISPLAY PED-SITUACAO AT 1225 WITH REVERSE-VIDEO.
           PERFORM MOSTRA-COND-PGTO THRU MOSTRA-COND-PGTO-EXIT.
           PERFORM MOSTRA-ENTREGA THRU MOSTRA-ENTREGA-EXIT.
           MOVE PED-QTD-ITENS TO WS-ITEM-ED.
           DISPLAY WS-ITEM-ED AT 1325 WITH REVERSE-VIDEO.
           MOVE PED-VL-TOTAL TO WS-PED-TOT-WK.
           MOVE LK-EMP-NOME       TO WK-EMP-NOME.
           DISPLAY G-TPLANO2.

           MOVE "ARQCLI.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO CLI-ARQ-WK.
           OPEN INPUT ARQCLI.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQCLI
           MOVE " CLIENTES "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

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
           MOVE " ITENS    "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQPRO.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PRO PRO-ARQ-WK.
           OPEN INPUT ARQPRO.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQPRO
           MOVE " PRODUTOS "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQKIT.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-KIT KIT-ARQ-WK.
           OPEN INPUT ARQKIT.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQKIT
              CLOSE ARQKIT
              OPEN INPUT ARQKIT
           END-IF
           MOVE " KITS "               TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQIKT.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-IKT IKT-ARQ-WK.
           OPEN INPUT ARQIKT.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQIKT
              CLOSE ARQIKT
              OPEN INPUT ARQIKT
           END-IF
           MOVE " BAIXADOS "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQPRC.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PRC PRC-ARQ-WK.
           OPEN INPUT ARQPRC.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQPRC
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

           MOVE "ARQENT.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-ENT ENT-ARQ-WK.
           OPEN INPUT ARQENT.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQENT
              CLOSE ARQENT
              OPEN INPUT ARQENT
           END-IF
           MOVE " ENTREGA "            TO WK-MSG-RT2.
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

           MOVE "ARQEST.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-EST EST-ARQ-WK.
           OPEN I-O ARQEST.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQEST
           MOVE " ESTOQUE  "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQKDX.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-KDX KDX-ARQ-WK.
           OPEN I-O ARQKDX.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQKDX
              CLOSE ARQKDX
              OPEN I-O ARQKDX
           END-IF
           MOVE " KARDEX   "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "HBPED001"              TO WS-LOG-PROGRAMA.
           MOVE "ENTROU NO PROGRAMA"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           CLOSE ARQPED.
           CLOSE ARQITE.
           CLOSE ARQPRO.
           CLOSE ARQKIT.
           CLOSE ARQIKT.
           CLOSE ARQPRC.
           CLOSE ARQLPR.
           CLOSE ARQCPG.
           CLOSE ARQENT.
           CLOSE ARQEST.
           CLOSE ARQKDX.
           EXIT PROGRAM.
       FINALIZA-EXIT.
           EXIT.
           WRITE PED-REG INVALID KEY
                 MOVE "NAO" TO WS-GRAVOU
                 PERFORM 9100-RETCOD
           NOT INVALID KEY
                 MOVE "INC" TO SR-JRN-OPERACAO
                 PERFORM JORNAL-PED THRU JORNAL-PED-EXIT
           END-WRITE.
           IF  WS-GRAVOU EQUAL "SIM"
               PERFORM GRAVAR-ITENS THRU GRAVAR-ITENS-EXIT
           MOVE WS-TOT-PEDIDO TO PED-VL-TOTAL.
           REWRITE PED-REG INVALID KEY
                   PERFORM 9100-RETCOD
           NOT INVALID KEY
                   MOVE "ALT" TO SR-JRN-OPERACAO
                   PERFORM JORNAL-PED THRU JORNAL-PED-EXIT
           END-REWRITE.
           PERFORM GRAVAR-ITENS THRU GRAVAR-ITENS-EXIT.
       REGRAVAR-PED-REG-EXIT.
           MOVE WS-TI-QTD(WS-IND-ITE)   TO ITE-QUANTIDADE.
           MOVE WS-TI-VLU(WS-IND-ITE)   TO ITE-VL-UNITARIO.
           MOVE WS-TI-VLT(WS-IND-ITE)   TO ITE-VL-TOTAL.
           MOVE WS-TI-PCT(WS-IND-ITE)   TO ITE-PCT-DESCONTO.
           MOVE WS-TI-USU(WS-IND-ITE)   TO ITE-USU-DESCONTO.
           COMPUTE ITE-VL-DESCONTO =
                   ITE-QUANTIDADE * ITE-VL-UNITARIO - ITE-VL-TOTAL.
           WRITE ITE-REG INVALID KEY
               REWRITE ITE-REG INVALID KEY
                   PERFORM 9100-RETCOD
               NOT INVALID KEY
                   MOVE "ALT" TO SR-JRN-OPERACAO
                   PERFORM JORNAL-ITE THRU JORNAL-ITE-EXIT
               END-REWRITE
           NOT INVALID KEY
               MOVE "INC" TO SR-JRN-OPERACAO
               PERFORM JORNAL-ITE THRU JORNAL-ITE-EXIT
           END-WRITE.
           GO  TO  GRAVAR-ITENS-LOOP.
       GRAVAR-ITENS-EXIT.
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

       CANCELAR-PED-REG.
           MOVE PED-SITUACAO TO WS-SIT-ANTERIOR.
           MOVE "C"          TO PED-SITUACAO WS-SIT-NOVA.
           REWRITE PED-REG INVALID KEY
                   PERFORM 9100-RETCOD
           NOT INVALID KEY
                   MOVE "ALT" TO SR-JRN-OPERACAO
                   PERFORM JORNAL-PED THRU JORNAL-PED-EXIT
           END-REWRITE.
      *    PEDIDO FATURADO ("T") NAO CHEGA AQUI (ROT-CANCELA); O
      *    ESTORNO DELE E FEITO NO CANCELAMENTO DA NOTA (HBPED002)
           IF  WS-SIT-ANTERIOR EQUAL "S"
               PERFORM ESTORNA-ESTOQUE THRU ESTORNA-ESTOQUE-EXIT.
           PERFORM GRAVA-HISTORICO THRU GRAVA-HISTORICO-EXIT.
           MOVE "HBPED001"              TO WS-LOG-PROGRAMA.
               OR ITE-PEDIDO NOT EQUAL PED-PEDIDO
               MOVE "SIM" TO WS-ETN-EOF
               GO  TO  ESTORNA-UM-ITEM-EXIT.
      *    DEVOLVE O QUE A SEPARACAO BAIXOU (ARQIKT); SEM ELE,
      *    KIT (ARQKIT): DEVOLVE O SALDO DE CADA COMPONENTE
           PERFORM CARREGA-BAIXADO THRU CARREGA-BAIXADO-EXIT.
           IF  KIT-QTD-COMP EQUAL ZEROS
               MOVE ITE-PRO-COD TO KIT-PRO-COD
               READ ARQKIT INVALID KEY
                   MOVE ZEROS TO KIT-QTD-COMP
               END-READ
           END-IF.
           IF  KIT-QTD-COMP GREATER THAN ZEROS
               MOVE 1 TO WS-KIT-IND
               PERFORM ESTORNA-COMPONENTE THRU
                       ESTORNA-COMPONENTE-EXIT
                       UNTIL WS-KIT-IND GREATER THAN KIT-QTD-COMP
               GO  TO  ESTORNA-UM-ITEM-EXIT.
           MOVE ITE-PRO-COD    TO WS-ETN-PRO.
           MOVE ITE-QUANTIDADE TO WS-ETN-QTD.
           PERFORM ESTORNA-PRODUTO THRU ESTORNA-PRODUTO-EXIT.
       ESTORNA-UM-ITEM-EXIT.
           EXIT.

       ESTORNA-COMPONENTE.
           MOVE KIT-COMP-COD (WS-KIT-IND) TO WS-ETN-PRO.
           COMPUTE WS-ETN-QTD =
                   ITE-QUANTIDADE * KIT-COMP-QTD (WS-KIT-IND).
           PERFORM ESTORNA-PRODUTO THRU ESTORNA-PRODUTO-EXIT.
           ADD 1 TO WS-KIT-IND.
       ESTORNA-COMPONENTE-EXIT.
           EXIT.

      *    MONTA EM KIT-REG O QUE O ITEM BAIXOU NA SEPARACAO (ARQIKT,
      *    GRAVADO PELO HBPED002); SEM REGISTRO KIT-QTD-COMP = ZEROS
       CARREGA-BAIXADO.
           MOVE "NAO" TO WS-IKT-EOF.
           MOVE ZEROS TO KIT-QTD-COMP.
           MOVE ITE-CLI-COD TO IKT-CLI-COD.
           MOVE ITE-PEDIDO  TO IKT-PEDIDO.
           MOVE ITE-ITEM    TO IKT-ITEM.
           MOVE ZEROS       TO IKT-SEQ.
           START ARQIKT KEY IS NOT LESS THAN IKT-CHAVE INVALID KEY
               MOVE "SIM" TO WS-IKT-EOF.
           PERFORM CARREGA-BAIXADO-LE THRU CARREGA-BAIXADO-LE-EXIT
                   UNTIL WS-IKT-EOF EQUAL "SIM".
       CARREGA-BAIXADO-EXIT.
           EXIT.

       CARREGA-BAIXADO-LE.
           READ ARQIKT NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-IKT-EOF
                   GO  TO  CARREGA-BAIXADO-LE-EXIT
           END-READ.
           IF  IKT-CLI-COD NOT EQUAL ITE-CLI-COD
               OR IKT-PEDIDO NOT EQUAL ITE-PEDIDO
               OR IKT-ITEM NOT EQUAL ITE-ITEM
               OR KIT-QTD-COMP NOT LESS THAN 10
               MOVE "SIM" TO WS-IKT-EOF
               GO  TO  CARREGA-BAIXADO-LE-EXIT.
           ADD 1 TO KIT-QTD-COMP.
           MOVE IKT-COMP-COD TO KIT-COMP-COD (KIT-QTD-COMP).
           MOVE IKT-COMP-QTD TO KIT-COMP-QTD (KIT-QTD-COMP).
       CARREGA-BAIXADO-LE-EXIT.
           EXIT.

       ESTORNA-PRODUTO.
           MOVE "SIM" TO WS-EST-ACHOU.
           MOVE WS-ETN-PRO TO EST-PRO-COD.
           READ ARQEST WITH LOCK INVALID KEY
               MOVE "NAO" TO WS-EST-ACHOU
               MOVE WS-ETN-PRO TO EST-PRO-COD
               MOVE ZEROS TO EST-SALDO EST-MINIMO EST-DT-ULT-MOV
           END-READ.
           ADD WS-ETN-QTD TO EST-SALDO.
           MOVE WK-DATA-SYS   TO EST-DT-ULT-MOV.
           IF  WS-EST-ACHOU EQUAL "SIM"
               REWRITE EST-REG INVALID KEY
                   PERFORM 9100-RETCOD
               NOT INVALID KEY
                   MOVE "ALT" TO SR-JRN-OPERACAO
                   PERFORM JORNAL-EST THRU JORNAL-EST-EXIT
               END-REWRITE
           ELSE
               WRITE EST-REG INVALID KEY
                   PERFORM 9100-RETCOD
               NOT INVALID KEY
                   MOVE "INC" TO SR-JRN-OPERACAO
                   PERFORM JORNAL-EST THRU JORNAL-EST-EXIT
               END-WRITE
           END-IF.
           MOVE "EST"          TO WS-KDX-TIPO.
           MOVE WS-ETN-QTD     TO WS-KDX-QTD.
           MOVE "P"            TO WS-KDX-DOC-TIPO.
           MOVE PED-PEDIDO     TO WS-KDX-DOC-NUM.
           MOVE PED-CLI-COD    TO WS-KDX-CLI.
           PERFORM GRAVA-KARDEX THRU GRAVA-KARDEX-EXIT.
       ESTORNA-PRODUTO-EXIT.
           EXIT.

       GRAVA-KARDEX.
           MOVE "OBT"    TO SR-SEQ-FUNCAO.
           MOVE "KARDEX" TO SR-SEQ-NOME.
           CALL "HBSEQ001" USING SR-PARAM-HBSEQ001.
           IF  SR88-SEQ-ERRO-ARQUIVO
               MOVE "Falha no controle de numeracao...      "
                                   TO WK-MSG-ADV1
               MOVE "Movimento de estoque nao registrado... "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  GRAVA-KARDEX-EXIT.
           MOVE SPACES          TO KDX-REG.
           MOVE SR-SEQ-NUMERO   TO KDX-NUMERO.
           MOVE EST-PRO-COD     TO KDX-PRO-COD.
           MOVE WK-DATA-SYS     TO KDX-DATA.
           ACCEPT WK-HORA FROM TIME.
           MOVE WK-HORA(1:6)    TO KDX-HORA.
           MOVE WS-KDX-TIPO     TO KDX-TIPO.
           MOVE WS-KDX-QTD      TO KDX-QUANTIDADE.
           MOVE EST-SALDO       TO KDX-SALDO.
           MOVE WS-KDX-DOC-TIPO TO KDX-DOC-TIPO.
           MOVE WS-KDX-DOC-NUM  TO KDX-DOC-NUMERO.
           MOVE WS-KDX-CLI      TO KDX-CLI-COD.
           MOVE "HBPED001"      TO KDX-PROGRAMA.
           MOVE LK-USUARIO      TO KDX-USUARIO.
           WRITE KDX-REG INVALID KEY
               PERFORM 9100-RETCOD
           END-WRITE.
       GRAVA-KARDEX-EXIT.
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

       JORNAL-EST.
           MOVE "ARQEST"                  TO SR-JRN-ARQUIVO.
           MOVE WS-CAMINHO-EST            TO SR-JRN-CAMINHO.
           MOVE EST-REG                   TO SR-JRN-REGISTRO.
           PERFORM 9800-GRAVA-JORNAL.
       JORNAL-EST-EXIT.
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
           MOVE "HBPED001"               TO SR-JRN-PROGRAMA.
           CALL "HBJRN002" USING SR-PARAM-HBJRN002.
           IF  SR88-JRN-ERRO-ARQUIVO
               MOVE "HBPED001"           TO WS-LOG-PROGRAMA
               MOVE "ERRO NO JOURNAL"    TO WS-LOG-ACAO
               PERFORM 9700-GRAVA-LOG.
       9800-EXIT.
           EXIT.

           COPY "C:\Hbsis\ftt\MANO2000.MP".
           COPY "C:\Hbsis\ftt\MRETCOD.MP".
           COPY "C:\Hbsis\ftt\MADVERT.MP".
           COPY "C:\Hbsis\ftt\MCURSOR.MP".
           COPY "C:\Hbsis\ftt\MCAMINHO.MP".
